      * CATALOGO DOS CAMPOS QUE AS EXTRACOES DEFINIDAS PODEM USAR:
      * ORIGEM, NUMERO DO CAMPO NA ORIGEM, NOME, TIPO (A TEXTO,
      * N NUMERO/CODIGO/DATA AAAAMMDD, V VALOR COM 2 DECIMAIS) E A
      * MASCARA LGPD (FUNCAO DE CBL_MASCARA_DADOS; BRANCO = SEM DADO
      * PESSOAL)
       01 WS-TAB-CATALOGO-VALORES.
           05 FILLER PIC X(024) VALUE "CLIENTE 01CODIGO      N ".
           05 FILLER PIC X(024) VALUE "CLIENTE 02CNPJ        N ".
           05 FILLER PIC X(024) VALUE "CLIENTE 03RAZAO       A ".
           05 FILLER PIC X(024) VALUE "CLIENTE 04VENDEDOR    N ".
           05 FILLER PIC X(024) VALUE "CLIENTE 05ATIVO       A ".
           05 FILLER PIC X(024) VALUE "CLIENTE 06REGIAO      A ".
           05 FILLER PIC X(024) VALUE "CLIENTE 07TELEFONE    AF".
           05 FILLER PIC X(024) VALUE "CLIENTE 08CONTATO     AT".
           05 FILLER PIC X(024) VALUE "CLIENTE 09EMAIL       AE".
           05 FILLER PIC X(024) VALUE "CLIENTE 10LIMITE      V ".
           05 FILLER PIC X(024) VALUE "CLIENTE 11EXPOSICAO   V ".
           05 FILLER PIC X(024) VALUE "CLIENTE 12BLOQUEADO   A ".
           05 FILLER PIC X(024) VALUE "CLIENTE 13CLASSE      A ".
           05 FILLER PIC X(024) VALUE "CLIENTE 14MUNICIPIO   A ".
           05 FILLER PIC X(024) VALUE "CLIENTE 15UF          A ".
           05 FILLER PIC X(024) VALUE "CLIENTE 16CEP         N ".
           05 FILLER PIC X(024) VALUE "CLIENTE 17SCORE       N ".
           05 FILLER PIC X(024) VALUE "CLIENTE 18REDE        N ".
           05 FILLER PIC X(024) VALUE "VENDEDOR01CODIGO      N ".
           05 FILLER PIC X(024) VALUE "VENDEDOR02CPF         NC".
           05 FILLER PIC X(024) VALUE "VENDEDOR03NOME        A ".
           05 FILLER PIC X(024) VALUE "VENDEDOR04REGIAO      A ".
           05 FILLER PIC X(024) VALUE "VENDEDOR05COMISSAO    V ".
           05 FILLER PIC X(024) VALUE "VENDEDOR06DESC-MAXIMO V ".
           05 FILLER PIC X(024) VALUE "VENDEDOR07FUNCAO      A ".
           05 FILLER PIC X(024) VALUE "VENDEDOR08SUPERIOR    N ".
           05 FILLER PIC X(024) VALUE "PEDIDO  01NUMERO      N ".
           05 FILLER PIC X(024) VALUE "PEDIDO  02CLIENTE     N ".
           05 FILLER PIC X(024) VALUE "PEDIDO  03VENDEDOR    N ".
           05 FILLER PIC X(024) VALUE "PEDIDO  04DATA        N ".
           05 FILLER PIC X(024) VALUE "PEDIDO  05SITUACAO    A ".
           05 FILLER PIC X(024) VALUE "PEDIDO  06QT-ITENS    N ".
           05 FILLER PIC X(024) VALUE "PEDIDO  07VALOR       V ".
           05 FILLER PIC X(024) VALUE "PEDIDO  08DT-FATURA   N ".
           05 FILLER PIC X(024) VALUE "PEDIDO  09CONDPAG     N ".
           05 FILLER PIC X(024) VALUE "PEDIDO  10TIPO        A ".
           05 FILLER PIC X(024) VALUE "PEDIDO  11DEPOSITO    N ".
           05 FILLER PIC X(024) VALUE "PEDIDO  12FILIAL      N ".
           05 FILLER PIC X(024) VALUE "RECEBER 01DOCUMENTO   N ".
           05 FILLER PIC X(024) VALUE "RECEBER 02CLIENTE     N ".
           05 FILLER PIC X(024) VALUE "RECEBER 03VENDEDOR    N ".
           05 FILLER PIC X(024) VALUE "RECEBER 04EMISSAO     N ".
           05 FILLER PIC X(024) VALUE "RECEBER 05VENCIMENTO  N ".
           05 FILLER PIC X(024) VALUE "RECEBER 06VALOR       V ".
           05 FILLER PIC X(024) VALUE "RECEBER 07SITUACAO    A ".
           05 FILLER PIC X(024) VALUE "RECEBER 08VL-PAGO     V ".
           05 FILLER PIC X(024) VALUE "RECEBER 09PAGAMENTO   N ".
           05 FILLER PIC X(024) VALUE "RECEBER 10ACRESCIMO   V ".
           05 FILLER PIC X(024) VALUE "RECEBER 11PEDIDO      N ".
           05 FILLER PIC X(024) VALUE "RECEBER 12PARCELA     N ".
           05 FILLER PIC X(024) VALUE "RECEBER 13ESTAGIO     N ".
           05 FILLER PIC X(024) VALUE "RECEBER 14FILIAL      N ".
           05 FILLER PIC X(024) VALUE "PRODUTO 01CODIGO      N ".
           05 FILLER PIC X(024) VALUE "PRODUTO 02DESCRICAO   A ".
           05 FILLER PIC X(024) VALUE "PRODUTO 03UNIDADE     A ".
           05 FILLER PIC X(024) VALUE "PRODUTO 04EMBALAGEM   N ".
           05 FILLER PIC X(024) VALUE "PRODUTO 05ATIVO       A ".
           05 FILLER PIC X(024) VALUE "PRODUTO 06FAMILIA     A ".
           05 FILLER PIC X(024) VALUE "PRODUTO 07RETORNAVEL  A ".
           05 FILLER PIC X(024) VALUE "PRODUTO 08VASILHAME   A ".
       01 WS-TAB-CATALOGO REDEFINES WS-TAB-CATALOGO-VALORES.
           05 WS-CAT-ITEM OCCURS 60.
               10 WS-CAT-ORIGEM      PIC X(008).
               10 WS-CAT-NR-CAMPO    PIC 9(002).
               10 WS-CAT-NM-CAMPO    PIC X(012).
               10 WS-CAT-TIPO        PIC X(001).
                   88 WS-CAT-TEXTO   VALUE "A".
                   88 WS-CAT-NUMERO  VALUE "N".
                   88 WS-CAT-VALOR   VALUE "V".
               10 WS-CAT-MASCARA     PIC X(001).
       77 WS-CAT-QTD PIC 9(003) VALUE 60.
