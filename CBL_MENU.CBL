
       01 LK-PARAM-REL-COB.
           05 LK-REL-COB-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-COB-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-AUD.
           05 LK-REL-AUD-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-AUD-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-EXT.
           05 LK-REL-EXT-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-EXT-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-BAT.
           05 LK-REL-BAT-RETURN-CODE PIC 99 VALUE 0.

       01 LK-PARAM-REL-CMP.
           05 LK-REL-CMP-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-CMP-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-MET.
           05 LK-REL-MET-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-MET-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-COM.
           05 LK-COM-RETURN-CODE PIC 99 VALUE 0.
           05 LK-COM-MODO-BATCH  PIC X VALUE SPACES.
           05 LK-COM-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-REC.
           05 LK-REC-RETURN-CODE PIC 99 VALUE 0.

       01 LK-PARAM-REL-REC.
           05 LK-REL-REC-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-REC-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-DEV.
           05 LK-REL-DEV-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-DEV-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-DSC.
           05 LK-REL-DSC-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-DSC-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-MRG.
           05 LK-REL-MRG-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-MRG-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-MIX.
           05 LK-REL-MIX-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-MIX-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-SES.
           05 LK-REL-SES-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-SES-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-GIR.
           05 LK-REL-GIR-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-GIR-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-PRZ.
           05 LK-REL-PRZ-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-PRZ-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-FLX.
           05 LK-REL-FLX-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-FLX-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-VEX.
           05 LK-REL-VEX-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-VEX-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-PES.
           05 LK-REL-PES-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-PES-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-PTS.
           05 LK-REL-PTS-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-PTS-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-CAM.
           05 LK-REL-CAM-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-CAM-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-SAC.
           05 LK-REL-SAC-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-SAC-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-ROT.
           05 LK-ROT-RETURN-CODE PIC 99 VALUE 0.

       01 LK-PARAM-REL-EVO.
           05 LK-REL-EVO-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-EVO-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-RFB.
           05 LK-RFB-RETURN-CODE PIC 99 VALUE 0.
       01 LK-PARAMETERS-FIS.
           05 LK-FIS-RETURN-CODE PIC 99 VALUE 0.
           05 LK-FIS-MODO-BATCH  PIC X VALUE SPACES.
           05 LK-FIS-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-ABC.
           05 LK-ABC-RETURN-CODE PIC 99 VALUE 0.

       01 LK-PARAM-REL-CLI.
           05 LK-REL-VEN-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-CLI-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-VEN.
           05 LK-REL-VEN-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-VEN-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-CNPJ.
           05 LK-REL-CNPJ-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-CNPJ-OPERADOR   PIC X(10) VALUE SPACES.

       01 LK-PARAM-REL-DIST.
           05 LK-REL-DIST-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REL-DIST-OPERADOR   PIC X(10) VALUE SPACES.

       01 LK-PARAM-UTIL.
           05 LK-UTIL-RETURN-CODE PIC 99 VALUE 0.
       01 LK-PARAMETERS-RMB.
           05 LK-RMB-RETURN-CODE PIC 99 VALUE 0.
           05 LK-RMB-MODO-BATCH  PIC X VALUE SPACES.
           05 LK-RMB-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-RTB.
           05 LK-RTB-RETURN-CODE PIC 99 VALUE 0.
       01 LK-PARAMETERS-PSP.
           05 LK-PSP-RETURN-CODE PIC 99 VALUE 0.

       01 LK-PARAMETERS-FOR.
           05 LK-FOR-RETURN-CODE PIC 99 VALUE 0.

       01 LK-PARAMETERS-CMP.
           05 LK-CMP-RETURN-CODE PIC 99 VALUE 0.
           05 LK-CMP-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-INV.
           05 LK-INV-RETURN-CODE PIC 99 VALUE 0.
           05 LK-INV-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-DEP.
           05 LK-DEP-RETURN-CODE PIC 99 VALUE 0.

       01 LK-PARAMETERS-RED.
           05 LK-RED-RETURN-CODE PIC 99 VALUE 0.

       01 LK-PARAMETERS-PES.
           05 LK-PES-RETURN-CODE PIC 99 VALUE 0.

       01 LK-PARAMETERS-LIG.
           05 LK-LIG-RETURN-CODE PIC 99 VALUE 0.
           05 LK-LIG-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-FID.
           05 LK-FID-RETURN-CODE PIC 99 VALUE 0.
           05 LK-FID-MODO-BATCH  PIC X VALUE SPACES.
           05 LK-FID-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-CAM.
           05 LK-CAM-RETURN-CODE PIC 99 VALUE 0.

       01 LK-PARAMETERS-OCO.
           05 LK-OCO-RETURN-CODE PIC 99 VALUE 0.
           05 LK-OCO-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-REE.
           05 LK-REE-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REE-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-FIL.
           05 LK-FIL-RETURN-CODE PIC 99 VALUE 0.

       01 LK-PARAMETERS-TRF.
           05 LK-TRF-RETURN-CODE PIC 99 VALUE 0.
           05 LK-TRF-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-MOT.
           05 LK-MOT-RETURN-CODE PIC 99 VALUE 0.

       01 LK-PARAMETERS-SUG.
           05 LK-SUG-RETURN-CODE PIC 99 VALUE 0.
           05 LK-SUG-MODO-BATCH  PIC X VALUE SPACES.

       01 LK-PARAMETERS-ACE.
           05 LK-ACE-RETURN-CODE PIC 99 VALUE 0.
           05 LK-ACE-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-REA.
           05 LK-REA-RETURN-CODE PIC 99 VALUE 0.
           05 LK-REA-MODO-BATCH  PIC X VALUE SPACES.

       01 LK-PARAMETERS-FRT.
           05 LK-FRT-RETURN-CODE PIC 99 VALUE 0.
           05 LK-FRT-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-PRG.
           05 LK-PRG-RETURN-CODE PIC 99 VALUE 0.
           05 LK-PRG-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-GPR.
           05 LK-GPR-RETURN-CODE PIC 99 VALUE 0.
           05 LK-GPR-MODO-BATCH  PIC X VALUE SPACES.

       01 LK-PARAMETERS-RET.
           05 LK-RET-RETURN-CODE PIC 99 VALUE 0.
           05 LK-RET-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-APR.
           05 LK-APR-RETURN-CODE PIC 99 VALUE 0.
           05 LK-APR-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-RVL.
           05 LK-RVL-RETURN-CODE PIC 99 VALUE 0.
           05 LK-RVL-MODO-BATCH  PIC X VALUE SPACES.
           05 LK-RVL-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-PDD.
           05 LK-PDD-RETURN-CODE PIC 99 VALUE 0.
           05 LK-PDD-MODO-BATCH  PIC X VALUE SPACES.

       01 LK-PARAMETERS-CNC.
           05 LK-CNC-RETURN-CODE PIC 99 VALUE 0.
           05 LK-CNC-MODO-BATCH  PIC X VALUE SPACES.
           05 LK-CNC-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-HAV.
           05 LK-HAV-RETURN-CODE PIC 99 VALUE 0.
           05 LK-HAV-MODO-BATCH  PIC X VALUE SPACES.
           05 LK-HAV-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-BAL.
           05 LK-BAL-RETURN-CODE PIC 99 VALUE 0.
           05 LK-BAL-MODO-BATCH  PIC X VALUE SPACES.
           05 LK-BAL-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-TLV.
           05 LK-TLV-RETURN-CODE PIC 99 VALUE 0.
           05 LK-TLV-MODO-BATCH  PIC X VALUE SPACES.
           05 LK-TLV-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-BI.
           05 LK-BI-RETURN-CODE PIC 99 VALUE 0.
           05 LK-BI-MODO-BATCH  PIC X VALUE SPACES.
           05 LK-BI-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-CRC.
           05 LK-CRC-RETURN-CODE PIC 99 VALUE 0.
           05 LK-CRC-MODO-BATCH  PIC X VALUE SPACES.
           05 LK-CRC-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAM-SPL.
           05 LK-SPL-RETURN-CODE PIC 99 VALUE 0.

       01 LK-PARAM-CCD.
           05 LK-CCD-RETURN-CODE PIC 99 VALUE 0.

       01 LK-PARAM-CES.
           05 LK-CES-RETURN-CODE PIC 99 VALUE 0.

       01 LK-PARAMETERS-FER.
           05 LK-FER-RETURN-CODE PIC 99 VALUE 0.

       01 LK-PARAMETERS-CTB.
           05 LK-CTB-RETURN-CODE PIC 99 VALUE 0.
           05 LK-CTB-MODO-BATCH  PIC X VALUE SPACES.
           05 LK-CTB-OPERADOR    PIC X(10) VALUE SPACES.

       01 LK-PARAMETERS-PRD.
           05 LK-PRD-RETURN-CODE PIC 99 VALUE 0.
           88 E-CADASTRO-VAS  VALUE IS "23".
           88 E-CADASTRO-PSP  VALUE IS "24".
           88 E-CADASTRO-FER  VALUE IS "25".
           88 E-CADASTRO-FOR  VALUE IS "26".
           88 E-CADASTRO-CMP  VALUE IS "27".
           88 E-CADASTRO-INV  VALUE IS "28".
           88 E-CADASTRO-DEP  VALUE IS "29".
           88 E-CADASTRO-TRF  VALUE IS "30".
           88 E-CADASTRO-MOT  VALUE IS "31".
           88 E-CADASTRO-FRT  VALUE IS "32".
           88 E-CADASTRO-PRG  VALUE IS "33".
           88 E-CADASTRO-RED  VALUE IS "34".
           88 E-CADASTRO-PES  VALUE IS "35".
           88 E-CADASTRO-LIG  VALUE IS "36".
           88 E-CADASTRO-FID  VALUE IS "37".
           88 E-CADASTRO-CAM  VALUE IS "38".
           88 E-CADASTRO-OCO  VALUE IS "39".
           88 E-CADASTRO-REE  VALUE IS "40".
           88 E-CADASTRO-FIL  VALUE IS "41".
           88 E-CADASTRO-PAG  VALUES ARE "P" "p".
           88 E-CADASTRO-ENC  VALUES ARE "X" "x".
           88 E-OPCAO-CAD-OK  VALUES ARE "1" "2" "3" "4" "5" "6" "7"
                                         "8" "9" "01" "02" "03" "04"
                                         "10" "11" "12" "13" "14"
                                         "15" "16" "17" "18" "19"
                                         "20" "21" "22" "23" "24"
                                         "25" "P" "p"
                                         "X" "x".
           88 E-OPCAO-CAD-2-OK VALUES ARE "26" "27" "28" "29" "30"
                                         "31" "32" "33" "34" "35"
                                         "36" "37" "38" "39" "40"
                                         "41" "X" "x".

       77 WS-OPCAO-REL PIC X(02).
           88 E-RELATORIO-CLI  VALUES ARE "1" "01".
           88 E-RELATORIO-MRG  VALUE IS "13".
           88 E-RELATORIO-MIX  VALUE IS "14".
           88 E-RELATORIO-SES  VALUE IS "15".
           88 E-RELATORIO-GIR  VALUE IS "16".
           88 E-RELATORIO-PRZ  VALUE IS "17".
           88 E-RELATORIO-FLX  VALUE IS "18".
           88 E-RELATORIO-VEX  VALUE IS "19".
           88 E-RELATORIO-PES  VALUE IS "20".
           88 E-RELATORIO-PTS  VALUE IS "21".
           88 E-RELATORIO-CAM  VALUE IS "22".
           88 E-RELATORIO-SAC  VALUE IS "23".
           88 E-RELATORIO-EXT  VALUE IS "24".
           88 E-RELATORIO-BAT  VALUE IS "25".
           88 E-RELATORIO-ENC  VALUES ARE "X" "x".
           88 E-OPCAO-REL-OK  VALUES ARE "1" "2" "3" "4" "5" "6" "7"
                                         "8" "9" "0" "01" "02" "03"
                                         "04" "05" "06" "07" "08"
                                         "09" "00" "11" "12" "13"
                                         "14" "15" "16" "17" "18"
                                         "19" "20" "21" "22" "23"
                                         "24" "25" "X" "x".

       77 WS-OPCAO-EXE PIC X(02).
           88 E-EXECUCAO-EXE  VALUES ARE "1" "01".
           88 E-EXECUCAO-FLA  VALUE IS "28".
           88 E-EXECUCAO-CHU  VALUE IS "29".
           88 E-EXECUCAO-EXC  VALUE IS "30".
           88 E-EXECUCAO-SUG  VALUE IS "31".
           88 E-EXECUCAO-ACE  VALUE IS "32".
           88 E-EXECUCAO-REA  VALUE IS "33".
           88 E-EXECUCAO-GPR  VALUE IS "34".
           88 E-EXECUCAO-RET  VALUE IS "35".
           88 E-EXECUCAO-APR  VALUE IS "36".
           88 E-EXECUCAO-RVL  VALUE IS "37".
           88 E-EXECUCAO-PDD  VALUE IS "38".
           88 E-EXECUCAO-CNC  VALUE IS "39".
           88 E-EXECUCAO-HAV  VALUE IS "40".
           88 E-EXECUCAO-BAL  VALUE IS "41".
           88 E-EXECUCAO-TLV  VALUE IS "42".
           88 E-EXECUCAO-BI   VALUE IS "43".
           88 E-EXECUCAO-CRC  VALUE IS "44".
           88 E-EXECUCAO-PAG  VALUES ARE "P" "p".
           88 E-EXECUCAO-ENC  VALUES ARE "X" "x".
           88 E-OPCAO-EXE-OK  VALUES ARE "1" "2" "3" "4" "5" "6" "7"
                                         "8" "9" "01" "02" "03" "04"
                                         "15" "16" "17" "18" "19"
                                         "20" "21" "22" "23" "24"
                                         "25" "26" "27" "28" "29"
                                         "30" "P" "p" "X" "x".
           88 E-OPCAO-EXE-2-OK VALUES ARE "31" "32" "33" "34" "35"
                                         "36" "37" "38" "39" "40"
                                         "41" "42" "43" "44" "X"
                                         "x".

       77 WS-OPCAO-UTIL PIC X.
           88 E-UTIL-BKP      VALUE IS "1".
           88 E-UTIL-SPL      VALUE IS "3".
           88 E-UTIL-RCJ      VALUE IS "4".
           88 E-UTIL-CCD      VALUE IS "5".
           88 E-UTIL-CES      VALUE IS "6".
           88 E-UTIL-ENC      VALUE IS "X" "x".
           88 E-OPCAO-UTIL-OK VALUES ARE "1" "2" "3" "4" "5" "6"
                                         "X" "x".

       77 WS-ERRO PIC X.
           05 LINE 20 COLUMN 45 VALUE "23 - Vasilhames".
           05 LINE 21 COLUMN 45 VALUE "24 - Prospectos".
           05 LINE 22 COLUMN 45 VALUE "25 - Feriados".
           05 LINE 16 COLUMN 15 VALUE "P - Proxima Pagina".
           05 LINE 17 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 18 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 18 COL PLUS 1 PIC X(02) USING WS-OPCAO-CAD AUTO.

       01 SS-MENU-CADASTRO-2 FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "26 - Fornecedores".
           05 LINE 08 COLUMN 15 VALUE "27 - Pedidos de Compra".
           05 LINE 09 COLUMN 15 VALUE "28 - Inventario Fisico".
           05 LINE 10 COLUMN 15 VALUE "29 - Depositos".
           05 LINE 11 COLUMN 15 VALUE "30 - Transferencias de Estoque".
           05 LINE 12 COLUMN 15 VALUE "31 - Motoristas".
           05 LINE 13 COLUMN 15 VALUE "32 - Custos da Frota".
           05 LINE 14 COLUMN 15 VALUE "33 - Pedidos Programados".
           05 LINE 15 COLUMN 15 VALUE "34 - Redes de Clientes".
           05 LINE 16 COLUMN 15 VALUE "35 - Pesquisa de Precos".
           05 LINE 17 COLUMN 15 VALUE "36 - Ligacoes de Televendas".
           05 LINE 18 COLUMN 15 VALUE "37 - Fidelidade e Premios".
           05 LINE 07 COLUMN 50 VALUE "38 - Campanhas Promocionais".
           05 LINE 08 COLUMN 50 VALUE "39 - Ocorrencias SAC".
           05 LINE 09 COLUMN 50 VALUE "40 - Reembolso Km/Despesas".
           05 LINE 10 COLUMN 50 VALUE "41 - Filiais".
           05 LINE 19 COLUMN 15 VALUE "X - VOLTAR".
           05 LINE 20 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 20 COL PLUS 1 PIC X(02) USING WS-OPCAO-CAD AUTO.

       01 SS-MENU-RELATORIO FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "01 - Relatorio de Cliente".
           05 LINE 09 COLUMN 50 VALUE "13 - Margem sobre Vendas".
           05 LINE 10 COLUMN 50 VALUE "14 - Mix por Familia".
           05 LINE 11 COLUMN 50 VALUE "15 - Sessoes de Operador".
           05 LINE 12 COLUMN 50 VALUE "16 - Giro e Cobertura de Estoq
      -"ue".
           05 LINE 13 COLUMN 50 VALUE "17 - Prazos e Carteira de Pedi
      -"dos".
           05 LINE 14 COLUMN 50 VALUE "18 - Projecao de Recebimentos".
           05 LINE 15 COLUMN 50 VALUE "19 - Excecoes de Visita".
           05 LINE 16 COLUMN 50 VALUE "20 - Precos da Concorrencia".
           05 LINE 17 COLUMN 50 VALUE "21 - Pontos de Fidelidade".
           05 LINE 18 COLUMN 50 VALUE "22 - Resultado de Campanhas".
           05 LINE 19 COLUMN 50 VALUE "23 - Ocorrencias SAC e SLA".
           05 LINE 20 COLUMN 50 VALUE "24 - Extracoes Definidas".
           05 LINE 21 COLUMN 50 VALUE "25 - Tempos da Cadeia Noturna".
           05 LINE 18 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 19 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 19 COL PLUS 1 PIC X(02) USING WS-OPCAO-REL AUTO.
           05 LINE 22 COLUMN 50 VALUE "28 - Flash de Vendas".
           05 LINE 23 COLUMN 50 VALUE "29 - Vigia de Churn".
           05 LINE 24 COLUMN 50 VALUE "30 - Extrato do Cliente".
           05 LINE 19 COLUMN 15 VALUE "P - Proxima Pagina".
           05 LINE 20 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 21 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 21 COL PLUS 1 PIC X(02) USING WS-OPCAO-EXE AUTO.

       01 SS-MENU-EXECUCAO-2 FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "31 - Sugestao de Compra".
           05 LINE 08 COLUMN 15 VALUE "32 - Acerto do Motorista".
           05 LINE 09 COLUMN 15 VALUE "33 - Reagendar Entregas".
           05 LINE 10 COLUMN 15 VALUE "34 - Gerar Pedidos Programados".
           05 LINE 11 COLUMN 15 VALUE "35 - Liberar Pedidos Retidos".
           05 LINE 12 COLUMN 15
              VALUE "36 - Aprovar Alteracoes de Clientes".
           05 LINE 13 COLUMN 15
              VALUE "37 - Revisao de Limites de Credito".
           05 LINE 14 COLUMN 15
              VALUE "38 - Provisao Devedores Duvidosos".
           05 LINE 15 COLUMN 15 VALUE "39 - Conciliacao Bancaria".
           05 LINE 16 COLUMN 15 VALUE "40 - Haver de Clientes".
           05 LINE 17 COLUMN 15 VALUE "41 - Balanceamento de Carteiras".
           05 LINE 18 COLUMN 15 VALUE "42 - Lista de Televendas".
           05 LINE 07 COLUMN 55 VALUE "43 - Extracao para o BI".
           05 LINE 08 COLUMN 55
              VALUE "44 - Conciliacao Contas a Receber".
           05 LINE 19 COLUMN 15 VALUE "X - VOLTAR".
           05 LINE 20 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 20 COL PLUS 1 PIC X(02) USING WS-OPCAO-EXE AUTO.

           05 LINE 09 COLUMN 15 VALUE "03 - Spool de Relatorios".
           05 LINE 10 COLUMN 15 VALUE "04 - Recuperacao pelo Jornal".
           05 LINE 11 COLUMN 15 VALUE "05 - Conversao de Cadastros".
           05 LINE 12 COLUMN 15 VALUE "06 - Conversao de Estoque".
           05 LINE 13 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 14 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO-UTIL AUTO.
                   MOVE WS-LOGIN-ID TO LK-PRD-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-PRE-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-MET-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-CMP-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-INV-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-TRF-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-ACE-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-FRT-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-PRG-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-RET-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-APR-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-RVL-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-CNC-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-HAV-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-BAL-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-LIG-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-FID-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-OCO-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REE-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-FIS-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-RMB-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-CTB-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-COM-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-TLV-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-BI-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-CRC-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-VEN-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-AUD-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-EXT-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-CLI-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-CNPJ-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-DIST-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-MET-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-REC-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-COB-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-CMP-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-EVO-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-DEV-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-DSC-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-MRG-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-MIX-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-SES-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-GIR-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-PRZ-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-FLX-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-VEX-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-PES-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-PTS-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-CAM-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-SAC-OPERADOR
                   MOVE FS-OPE-AUT-CADASTRO   TO WS-AUT-CADASTRO
                   MOVE FS-OPE-AUT-EXECUCAO   TO WS-AUT-EXECUCAO
                   MOVE FS-OPE-AUT-UTILITARIO TO WS-AUT-UTILITARIO
                   MOVE WS-LOGIN-ID TO LK-PRD-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-PRE-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-MET-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-CMP-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-INV-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-TRF-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-ACE-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-FRT-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-PRG-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-RET-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-APR-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-RVL-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-CNC-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-HAV-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-BAL-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-LIG-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-FID-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-OCO-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REE-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-FIS-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-RMB-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-CTB-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-COM-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-TLV-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-BI-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-CRC-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-VEN-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-AUD-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-EXT-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-CLI-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-CNPJ-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-DIST-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-MET-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-REC-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-COB-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-CMP-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-EVO-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-DEV-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-DSC-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-MRG-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-MIX-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-SES-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-GIR-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-PRZ-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-FLX-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-VEX-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-PES-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-PTS-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-CAM-OPERADOR
                   MOVE WS-LOGIN-ID TO LK-REL-SAC-OPERADOR
                   MOVE "S" TO WS-AUT-CADASTRO WS-AUT-EXECUCAO
                               WS-AUT-UTILITARIO
               END-IF
                WHEN E-CADASTRO-FER
                    CALL 'CBL_MENU_FERIADO' USING LK-PARAMETERS-FER
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN E-CADASTRO-PAG
                    MOVE SPACES TO WS-OPCAO-CAD
                    PERFORM 1010-ACS-MENU-CAD-2
                        UNTIL E-CADASTRO-ENC
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN NOT E-OPCAO-CAD-OK
                    MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                    PERFORM 9000-MOSTRA-ERRO

       1000-ACS-MENU-CAD-FIMX. EXIT.

      * -----------------------------------
      * ACESSA A SEGUNDA PAGINA DO MENU DE CADASTRO (X VOLTA PARA A
      * PRIMEIRA PAGINA)
       1010-ACS-MENU-CAD-2 SECTION.

            MOVE "01 - CADASTRO (PAG 2)" TO WS-OP
            MOVE WS-DS-OPCAO TO WS-STATUS
            MOVE SPACES TO WS-OPCAO-CAD
            DISPLAY SS-CLS
            ACCEPT SS-MENU-CADASTRO-2
            EVALUATE TRUE
                WHEN E-CADASTRO-FOR
                    CALL 'CBL_MENU_FORNECEDOR' USING LK-PARAMETERS-FOR
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN E-CADASTRO-CMP
                    CALL 'CBL_MENU_COMPRA' USING LK-PARAMETERS-CMP
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN E-CADASTRO-INV
                    CALL 'CBL_MENU_INVENTARIO' USING LK-PARAMETERS-INV
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN E-CADASTRO-DEP
                    CALL 'CBL_MENU_DEPOSITO' USING LK-PARAMETERS-DEP
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN E-CADASTRO-TRF
                    CALL 'CBL_MENU_TRANSF_ESTOQUE'
                      USING LK-PARAMETERS-TRF
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN E-CADASTRO-MOT
                    CALL 'CBL_MENU_MOTORISTA' USING LK-PARAMETERS-MOT
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN E-CADASTRO-FRT
                    CALL 'CBL_MENU_FROTA' USING LK-PARAMETERS-FRT
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN E-CADASTRO-PRG
                    CALL 'CBL_MENU_PROGRAMADO' USING LK-PARAMETERS-PRG
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN E-CADASTRO-RED
                    CALL 'CBL_MENU_REDE' USING LK-PARAMETERS-RED
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN E-CADASTRO-PES
                    CALL 'CBL_MENU_PESQUISA' USING LK-PARAMETERS-PES
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN E-CADASTRO-LIG
                    CALL 'CBL_MENU_LIGACAO' USING LK-PARAMETERS-LIG
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN E-CADASTRO-FID
                    CALL 'CBL_MENU_FIDELIDADE' USING LK-PARAMETERS-FID
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN E-CADASTRO-CAM
                    CALL 'CBL_MENU_CAMPANHA' USING LK-PARAMETERS-CAM
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN E-CADASTRO-OCO
                    CALL 'CBL_MENU_OCORRENCIA' USING LK-PARAMETERS-OCO
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN E-CADASTRO-REE
                    CALL 'CBL_MENU_REEMBOLSO' USING LK-PARAMETERS-REE
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN E-CADASTRO-FIL
                    CALL 'CBL_MENU_FILIAL' USING LK-PARAMETERS-FIL
                    MOVE SPACES TO WS-OPCAO-CAD
                WHEN NOT E-OPCAO-CAD-2-OK
                    MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                    PERFORM 9000-MOSTRA-ERRO
            END-EVALUATE.

       1010-ACS-MENU-CAD-2-FIMX. EXIT.

      * -----------------------------------
      * ACESSA MENU DE RELATORIOS
       1100-ACS-MENU-REL SECTION.
                    CALL 'CBL_MENU_REL_SESSAO'
                        USING LK-PARAM-REL-SES
                    MOVE SPACES TO WS-OPCAO-REL
                WHEN E-RELATORIO-GIR
                    CALL 'CBL_MENU_REL_GIRO'
                        USING LK-PARAM-REL-GIR
                    MOVE SPACES TO WS-OPCAO-REL
                WHEN E-RELATORIO-PRZ
                    CALL 'CBL_MENU_REL_PRAZO'
                        USING LK-PARAM-REL-PRZ
                    MOVE SPACES TO WS-OPCAO-REL
                WHEN E-RELATORIO-FLX
                    CALL 'CBL_MENU_REL_FLUXO'
                        USING LK-PARAM-REL-FLX
                    MOVE SPACES TO WS-OPCAO-REL
                WHEN E-RELATORIO-VEX
                    CALL 'CBL_MENU_REL_VISITA_EXC'
                        USING LK-PARAM-REL-VEX
                    MOVE SPACES TO WS-OPCAO-REL
                WHEN E-RELATORIO-PES
                    CALL 'CBL_MENU_REL_PESQUISA'
                        USING LK-PARAM-REL-PES
                    MOVE SPACES TO WS-OPCAO-REL
                WHEN E-RELATORIO-PTS
                    CALL 'CBL_MENU_REL_PONTOS'
                        USING LK-PARAM-REL-PTS
                    MOVE SPACES TO WS-OPCAO-REL
                WHEN E-RELATORIO-CAM
                    CALL 'CBL_MENU_REL_CAMPANHA'
                        USING LK-PARAM-REL-CAM
                    MOVE SPACES TO WS-OPCAO-REL
                WHEN E-RELATORIO-SAC
                    CALL 'CBL_MENU_REL_SAC'
                        USING LK-PARAM-REL-SAC
                    MOVE SPACES TO WS-OPCAO-REL
                WHEN E-RELATORIO-EXT
                    CALL 'CBL_MENU_EXTRACAO'
                        USING LK-PARAM-REL-EXT
                    MOVE SPACES TO WS-OPCAO-REL
                WHEN E-RELATORIO-BAT
                    CALL 'CBL_MENU_REL_BATCH'
                        USING LK-PARAM-REL-BAT
                    MOVE SPACES TO WS-OPCAO-REL
                WHEN NOT E-OPCAO-REL-OK
                    MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                    PERFORM 9000-MOSTRA-ERRO
                    CALL 'CBL_EXTRATO_CLIENTE'
                        USING LK-PARAMETERS-EXC
                    MOVE SPACES TO WS-OPCAO-EXE
                WHEN E-EXECUCAO-PAG
                    MOVE SPACES TO WS-OPCAO-EXE
                    PERFORM 1210-ACS-MENU-EXE-2
                        UNTIL E-EXECUCAO-ENC
                    MOVE SPACES TO WS-OPCAO-EXE
                WHEN NOT E-OPCAO-EXE-OK
                    MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                    PERFORM 9000-MOSTRA-ERRO

       1200-ACS-MENU-EXE-FIMX. EXIT.

      * -----------------------------------
      * ACESSA A SEGUNDA PAGINA DO MENU DE EXECUCAO (X VOLTA PARA A
      * PRIMEIRA PAGINA)
       1210-ACS-MENU-EXE-2 SECTION.

            MOVE "03 - EXECUCAO (PAG 2)" TO WS-OP
            MOVE WS-DS-OPCAO TO WS-STATUS
            MOVE SPACES TO WS-OPCAO-EXE
            DISPLAY SS-CLS
            ACCEPT SS-MENU-EXECUCAO-2

            EVALUATE TRUE
                WHEN E-EXECUCAO-SUG
                    CALL 'CBL_SUGESTAO_COMPRA' USING LK-PARAMETERS-SUG
                    MOVE SPACES TO WS-OPCAO-EXE
                WHEN E-EXECUCAO-ACE
                    CALL 'CBL_ACERTO_MOTORISTA' USING LK-PARAMETERS-ACE
                    MOVE SPACES TO WS-OPCAO-EXE
                WHEN E-EXECUCAO-REA
                    CALL 'CBL_REAGENDA_ENTREGA' USING LK-PARAMETERS-REA
                    MOVE SPACES TO WS-OPCAO-EXE
                WHEN E-EXECUCAO-GPR
                    CALL 'CBL_GERA_PROGRAMADO' USING LK-PARAMETERS-GPR
                    MOVE SPACES TO WS-OPCAO-EXE
                WHEN E-EXECUCAO-RET
                    CALL 'CBL_MENU_RETENCAO' USING LK-PARAMETERS-RET
                    MOVE SPACES TO WS-OPCAO-EXE
                WHEN E-EXECUCAO-APR
                    CALL 'CBL_MENU_APROVACAO' USING LK-PARAMETERS-APR
                    MOVE SPACES TO WS-OPCAO-EXE
                WHEN E-EXECUCAO-RVL
                    CALL 'CBL_REVISAO_LIMITE' USING LK-PARAMETERS-RVL
                    MOVE SPACES TO WS-OPCAO-EXE
                WHEN E-EXECUCAO-PDD
                    CALL 'CBL_CALCULA_PDD' USING LK-PARAMETERS-PDD
                    MOVE SPACES TO WS-OPCAO-EXE
                WHEN E-EXECUCAO-CNC
                    CALL 'CBL_CONCILIA_BANCO' USING LK-PARAMETERS-CNC
                    MOVE SPACES TO WS-OPCAO-EXE
                WHEN E-EXECUCAO-HAV
                    CALL 'CBL_MENU_HAVER' USING LK-PARAMETERS-HAV
                    MOVE SPACES TO WS-OPCAO-EXE
                WHEN E-EXECUCAO-BAL
                    CALL 'CBL_BALANCEIA_CARTEIRA'
                        USING LK-PARAMETERS-BAL
                    MOVE SPACES TO WS-OPCAO-EXE
                WHEN E-EXECUCAO-TLV
                    CALL 'CBL_LISTA_TELEVENDAS' USING LK-PARAMETERS-TLV
                    MOVE SPACES TO WS-OPCAO-EXE
                WHEN E-EXECUCAO-BI
                    CALL 'CBL_EXTRAI_BI' USING LK-PARAMETERS-BI
                    MOVE SPACES TO WS-OPCAO-EXE
                WHEN E-EXECUCAO-CRC
                    CALL 'CBL_CONCILIA_RECEBER' USING LK-PARAMETERS-CRC
                    MOVE SPACES TO WS-OPCAO-EXE
                WHEN NOT E-OPCAO-EXE-2-OK
                    MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                    PERFORM 9000-MOSTRA-ERRO
            END-EVALUATE.

       1210-ACS-MENU-EXE-2-FIMX. EXIT.

      * -----------------------------------
      * ACESSA MENU DE UTILITARIOS
       1300-ACS-MENU-UTIL SECTION.
                WHEN E-UTIL-CCD
                    CALL 'CBL_CONVERTE_CADASTROS' USING LK-PARAM-CCD
                    MOVE SPACES TO WS-OPCAO-UTIL
                WHEN E-UTIL-CES
                    CALL 'CBL_CONVERTE_ESTOQUE' USING LK-PARAM-CES
                    MOVE SPACES TO WS-OPCAO-UTIL
                WHEN NOT E-OPCAO-UTIL-OK
                    MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                    PERFORM 9000-MOSTRA-ERRO
