           01 CADCLIENTE.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****CADASTRO DE CLIENTE*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "TIPO (F/J/E=ESTRANGEIRO): ".
               02 LINE 03 COL 29 PIC X(1) USING WS-CTIPO.
               02 LINE 04 COL 03 VALUE "NOME: ".
               02 LINE 04 COL 09 PIC X(50) USING WS-CNOME.
               02 LINE 05 COL 03 VALUE "CPF: ".
               02 LINE 05 COL 08 PIC 9(11) USING WS-CCPF.
               02 LINE 06 COL 03 VALUE "CNPJ: ".
               02 LINE 06 COL 09 PIC X(14) USING WS-CCNPJ.
               02 LINE 07 COL 03 VALUE "CEP: ".
               02 LINE 07 COL 08 PIC 9(8) USING WS-CCEP.
               02 LINE 08 COL 03 VALUE "RUA: ".
               02 LINE 15 COL 26 PIC 9(8) USING WS-CNASCIMENTO.
               02 LINE 16 COL 03 VALUE "RESPONSAVEL (CPF, SE MENOR): ".
               02 LINE 16 COL 32 PIC 9(11) USING WS-CRESPCPF.
               02 LINE 17 COL 03 VALUE "DOC (P=PASSAPORTE/R=RNE): ".
               02 LINE 17 COL 29 PIC X(1) USING WS-DOC-TIPO.
               02 LINE 17 COL 32 VALUE "NUMERO: ".
               02 LINE 17 COL 40 PIC X(12) USING WS-DOC-NUMERO.
               02 LINE 18 COL 03 VALUE "PAIS EMISSOR: ".
               02 LINE 18 COL 17 PIC X(20) USING WS-DOC-PAIS.
