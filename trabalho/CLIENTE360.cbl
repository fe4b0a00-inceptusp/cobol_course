           01 CLIENTE360.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*******PAINEL DO CLIENTE******".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 02 COL 03 VALUE "NOME: ".
               02 LINE 02 COL 09 PIC X(50) FROM WS-CNOME.
               02 LINE 03 COL 03 VALUE "CPF: ".
               02 LINE 03 COL 08 PIC X(14) FROM WS-CCPF-FMT.
               02 LINE 03 COL 30 VALUE "CARTAO: ".
               02 LINE 03 COL 38 PIC 9(7) FROM WS-KT-ATUAL.
               02 LINE 03 COL 46 PIC X(10) FROM WS-KT-SITUACAO.
               02 LINE 04 COL 03 VALUE "SALDO DEVEDOR: ".
               02 LINE 04 COL 18 PIC 9(7).99 FROM WS-MR-SALDO.
               02 LINE 04 COL 30 VALUE "MENSALIDADE: ".
               02 LINE 16 COL 03 PIC X(76) FROM WS-C360-HI3.
               02 LINE 17 COL 03 PIC X(76) FROM WS-C360-HI4.
               02 LINE 18 COL 03 PIC X(76) FROM WS-C360-HI5.
               02 LINE 19 COL 03 VALUE
                   "(C) EMITIR CARTAO  (B) BLOQUEAR CARTAO PERDIDO".
               02 LINE 19 COL 51 VALUE "(F) FAMILIA".
               02 LINE 20 COL 03 VALUE "PRESSIONE ENTER...".
               02 LINE 21 COL 03 PIC X(76) FROM WS-FM-RESUMO.
               02 LINE 22 COL 03 VALUE "SUGESTOES: ".
               02 LINE 22 COL 14 PIC X(65) FROM WS-SUG-LINHA.
