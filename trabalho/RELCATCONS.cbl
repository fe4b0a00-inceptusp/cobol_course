           01 RELCATLIN.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "**CATALOGO DE RELATORIOS**".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "TIPO: ".
               02 LINE 03 COL 09 PIC X(10) FROM WS-RCT-TIPO.
               02 LINE 04 COL 03 VALUE "DATA: ".
           01 RELCAT2.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "**CATALOGO DE RELATORIOS**".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "REEMITIR RELATORIO".
               02 LINE 05 COL 03 VALUE "TIPO (VAZIO = VOLTAR): ".
               02 LINE 05 COL 26 PIC X(10) TO WS-RC-TIPO.
