      * JANELA), USADA NA CRITICA DE ETA DAS ROTAS
               10 FS-CLI-HR-JANELA-INI   PIC  9(004).
               10 FS-CLI-HR-JANELA-FIM   PIC  9(004).
      * REDE (GRUPO DE LOJAS) A QUE O CLIENTE PERTENCE, EM ARQ-REDE;
      * NAO NUMERICO OU ZERO = CLIENTE SEM REDE
               10 FS-CLI-CD-REDE         PIC  9(002).
