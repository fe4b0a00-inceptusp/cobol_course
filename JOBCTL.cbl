                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JCCHAVE
                   FILE STATUS IS WS-FS.
               SELECT ARQ-JOBDEF ASSIGN TO "JOBDEF"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JDCHAVE
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-PLANO ASSIGN TO "JOBPLAN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-RELPLANO ASSIGN TO DYNAMIC WS-ARQ-REL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               COPY FCCALENDARIO.
       DATA DIVISION.
       FILE SECTION.
           FD ARQ-JOBCTL.
               05 JCFIM PIC 9(6).
               05 JCRC PIC 9(3).
               05 JCSTATUS PIC X(1).
           FD ARQ-JOBDEF.
           01 REG-JOBDEF.
               05 JDCHAVE.
                   10 JDSTREAM PIC X(8).
                   10 JDORDEM PIC 9(4).
               05 JDREGRA PIC X(2).
               05 JDPARAM PIC 9(4).
               05 JDULTIMA PIC 9(8).
               05 JDSTEP PIC X(12).
               05 JDFONTE PIC X(12).
               05 JDDEPENDE PIC X(12).
               05 JDCRITICO PIC X(1).
               05 JDENTRADA PIC X(1).
               05 JDARGS PIC X(10).
               05 JDDESC PIC X(30).
           FD ARQ-PLANO.
           01 REG-PLANO PIC X(100).
           FD ARQ-RELPLANO.
           01 REG-RELPLANO PIC X(100).
           COPY FDCALENDARIO.
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-LINHA PIC X(80).
           77 WS-ACAO PIC X(8).
           77 WS-RC-TXT PIC X(3).
           77 WS-RC-NUM PIC 9(3).
           77 WS-HOJE PIC 9(8).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-ARQ-REL PIC X(30).
           77 WS-CAL-OK PIC X(1) VALUE "N".
           77 WS-OPCAO PIC X(1).
           77 WS-N-STREAM PIC X(8).
           77 WS-N-ORDEM PIC 9(4).
           77 WS-N-REGRA PIC X(2).
           77 WS-N-PARAM PIC 9(4).
           77 WS-N-STEP PIC X(12).
           77 WS-N-FONTE PIC X(12).
           77 WS-N-DEPENDE PIC X(12).
           77 WS-N-CRITICO PIC X(1).
           77 WS-N-ENTRADA PIC X(1).
           77 WS-N-ARGS PIC X(10).
           77 WS-N-DESC PIC X(30).
           77 WS-CHAVE-STREAM PIC X(12).
           77 WS-ATRASOS PIC 9(3) VALUE ZERO.
           77 WS-ERROS PIC 9(3) VALUE ZERO.
           77 WS-S PIC 9(3).
           77 WS-D PIC 9(3).
           77 WS-P PIC 9(3).
           77 WS-Q PIC 9(3).
           77 WS-ACHOU PIC 9(3).
           77 WS-TROCOU PIC X(1).
           77 WS-JUL-HOJE PIC 9(7).
           77 WS-JUL-INI PIC 9(7).
           77 WS-JUL PIC 9(7).
           77 WS-JUL-AUX PIC 9(7).
           77 WS-JUL-U PIC 9(7).
           77 WS-JUL-DE PIC 9(7).
           77 WS-JUL-FIM PIC 9(7).
           77 WS-DIA-DATA PIC 9(8).
           77 WS-DIA-SEM PIC 9(1).
           77 WS-ULT-DIA PIC 9(2).
           77 WS-MMDD PIC 9(4).
           77 WS-DEVIDO PIC X(1).
           77 WS-UTIL PIC X(1).
           77 WS-OUTRO-UTIL PIC X(1).
           77 WS-STREAM-OK PIC X(1).
           77 WS-ANOMES-ANT PIC 9(6).
           77 WS-ANO-ANT PIC 9(4).
           77 WS-PL-STEP PIC X(12).
           77 WS-PL-FONTE PIC X(16).
           77 WS-PL-DEPENDE PIC X(12).
           77 WS-PL-CRITICO PIC X(1).
           77 WS-PL-ARGS PIC X(10).
           77 WS-PL-ENTRADA PIC X(8).
           77 WS-PL-STREAM PIC X(8).
           77 WS-PL-DATA PIC 9(8).
           01 WS-DT.
               05 WS-DT-ANO PIC 9(4).
               05 WS-DT-MES PIC 9(2).
               05 WS-DT-DIA PIC 9(2).
           01 WS-DT-N REDEFINES WS-DT PIC 9(8).
           01 WS-DT-PROX.
               05 WS-DP-ANO PIC 9(4).
               05 WS-DP-MES PIC 9(2).
               05 WS-DP-DIA PIC 9(2).
           01 WS-DT-PROX-N REDEFINES WS-DT-PROX PIC 9(8).
           01 WS-STR-TABELA.
               05 WS-STR-QTD PIC 9(3) VALUE ZERO.
               05 WS-STR OCCURS 20 TIMES.
                   10 WS-STR-NOME PIC X(8).
                   10 WS-STR-REGRA PIC X(2).
                   10 WS-STR-PARAM PIC 9(4).
                   10 WS-STR-ULTIMA PIC 9(8).
                   10 WS-STR-PEND PIC 9(8).
                   10 WS-STR-DATADO PIC X(1).
                   10 WS-STR-OK PIC X(1).
           01 WS-DEF-TABELA.
               05 WS-DEF-QTD PIC 9(3) VALUE ZERO.
               05 WS-DEF OCCURS 100 TIMES.
                   10 WS-DEF-STREAM PIC X(8).
                   10 WS-DEF-ORDEM PIC 9(4).
                   10 WS-DEF-STEP PIC X(12).
                   10 WS-DEF-FONTE PIC X(12).
                   10 WS-DEF-DEPENDE PIC X(12).
                   10 WS-DEF-CRITICO PIC X(1).
                   10 WS-DEF-ENTRADA PIC X(1).
                   10 WS-DEF-ARGS PIC X(10).
           01 WS-PLN-TABELA.
               05 WS-PLN-QTD PIC 9(3) VALUE ZERO.
               05 WS-PLN OCCURS 100 TIMES.
                   10 WS-PLN-ORDEM PIC 9(4).
                   10 WS-PLN-STEP PIC X(12).
                   10 WS-PLN-FONTE PIC X(12).
                   10 WS-PLN-DEPENDE PIC X(12).
                   10 WS-PLN-CRITICO PIC X(1).
                   10 WS-PLN-ARGS PIC X(10).
                   10 WS-PLN-ENTRADA PIC X(8).
                   10 WS-PLN-STREAM PIC X(8).
                   10 WS-PLN-DATA PIC 9(8).
           01 WS-PLN-TMP.
               05 FILLER PIC X(75).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LINHA FROM COMMAND-LINE.
                   PERFORM START-PROCEDURE
               WHEN "END"
                   PERFORM END-PROCEDURE
               WHEN "SKIP"
                   PERFORM SKIP-PROCEDURE
               WHEN "LIST"
                   PERFORM LIST-PROCEDURE
               WHEN "PLAN"
                   PERFORM PLAN-PROCEDURE
               WHEN "FECHA"
                   PERFORM FECHA-PROCEDURE
               WHEN "DEFINE"
                   PERFORM DEFINE-PROCEDURE
               WHEN "DEFLIST"
                   PERFORM DEFLIST-PROCEDURE
               WHEN OTHER
                   DISPLAY "USO: JOBCTL CHECK|START|END|SKIP|LIST STEP "
                       "[RC]"
                   DISPLAY "     JOBCTL PLAN|FECHA|DEFINE|DEFLIST"
                   CLOSE ARQ-JOBCTL
                   STOP RUN RETURNING 8
           END-EVALUATE.
           CLOSE ARQ-JOBCTL.
           STOP RUN RETURNING WS-RC.
       CHECK-PROCEDURE.
           MOVE WS-HOJE TO JCDATA.
           MOVE WS-STEP TO JCSTEP.
                   END-IF
                   REWRITE REG-JOBCTL
           END-READ.
       SKIP-PROCEDURE.
           MOVE WS-HOJE TO JCDATA.
           MOVE WS-STEP TO JCSTEP.
           READ ARQ-JOBCTL
               INVALID KEY
                   MOVE WS-HOJE TO JCDATA
                   MOVE WS-STEP TO JCSTEP
                   ACCEPT JCINICIO FROM TIME
                   MOVE JCINICIO TO JCFIM
                   MOVE ZEROES TO JCRC
                   MOVE "D" TO JCSTATUS
                   WRITE REG-JOBCTL
               NOT INVALID KEY
                   ACCEPT JCINICIO FROM TIME
                   MOVE JCINICIO TO JCFIM
                   MOVE ZEROES TO JCRC
                   MOVE "D" TO JCSTATUS
                   REWRITE REG-JOBCTL
           END-READ.
       LIST-PROCEDURE.
           DISPLAY "DATA     STEP         INICIO FIM    RC  ST".
           MOVE ZEROES TO JCDATA.
                       JCFIM " " JCRC " " JCSTATUS
               END-IF
           END-PERFORM.
       ABRE-JOBDEF-PROCEDURE.
           OPEN I-O ARQ-JOBDEF.
           IF WS-FS2 = "35"
               CLOSE ARQ-JOBDEF
               OPEN OUTPUT ARQ-JOBDEF
               PERFORM SEMEIA-PROCEDURE
               CLOSE ARQ-JOBDEF
               OPEN I-O ARQ-JOBDEF
               DISPLAY "JOBDEF CRIADO COM OS STREAMS PADRAO"
           END-IF.
       PLAN-PROCEDURE.
           PERFORM ABRE-JOBDEF-PROCEDURE.
           IF WS-FS2 <> "00"
               DISPLAY "ERRO AO ABRIR JOBDEF, FS=" WS-FS2
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-CALENDARIO.
           IF WS-FS = 0
               MOVE "S" TO WS-CAL-OK
           END-IF.
           PERFORM CARREGA-DEF-PROCEDURE.
           COMPUTE WS-JUL-HOJE = FUNCTION INTEGER-OF-DATE (WS-HOJE).
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STR-QTD
               PERFORM GERA-PENDENTES-PROCEDURE
           END-PERFORM.
           IF WS-CAL-OK = "S"
               CLOSE ARQ-CALENDARIO
           END-IF.
           CLOSE ARQ-JOBDEF.
           MOVE SPACES TO WS-ARQ-REL.
           STRING "JOBPLAN." WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-ARQ-REL
           END-STRING.
           OPEN OUTPUT ARQ-RELPLANO.
           MOVE SPACES TO REG-RELPLANO.
           STRING "ROTEIRO DO LOTE DE " WS-HOJE
               DELIMITED BY SIZE INTO REG-RELPLANO
           END-STRING.
           WRITE REG-RELPLANO.
           MOVE "STREAMS DEVIDOS E NAO CONCLUIDOS:" TO REG-RELPLANO.
           WRITE REG-RELPLANO.
           PERFORM LE-PENDENTES-PROCEDURE.
           IF WS-ATRASOS = ZERO
               MOVE "  NENHUM STREAM ATRASADO" TO REG-RELPLANO
               WRITE REG-RELPLANO
           END-IF.
           PERFORM MONTA-PLANO-PROCEDURE.
           PERFORM ORDENA-PLANO-PROCEDURE.
           MOVE "ROTEIRO DA NOITE:" TO REG-RELPLANO.
           WRITE REG-RELPLANO.
           PERFORM GRAVA-PLANO-PROCEDURE.
           PERFORM VALIDA-PLANO-PROCEDURE.
           CLOSE ARQ-RELPLANO.
           DISPLAY WS-ARQ-REL " GERADO: " WS-PLN-QTD " STEP(S), "
               WS-ATRASOS " STREAM(S) ATRASADO(S)".
           IF WS-ERROS > ZERO
               MOVE 8 TO WS-RC
           ELSE
               IF WS-ATRASOS > ZERO
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.
       CARREGA-DEF-PROCEDURE.
           MOVE SPACES TO JDSTREAM.
           MOVE ZEROES TO JDORDEM.
           START ARQ-JOBDEF KEY IS NOT LESS THAN JDCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-JOBDEF NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF JDORDEM = ZERO
                       PERFORM CARREGA-STREAM-PROCEDURE
                   ELSE
                       PERFORM CARREGA-STEP-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
       CARREGA-STREAM-PROCEDURE.
           IF WS-STR-QTD < 20
               ADD 1 TO WS-STR-QTD
               MOVE JDSTREAM TO WS-STR-NOME (WS-STR-QTD)
               MOVE JDREGRA TO WS-STR-REGRA (WS-STR-QTD)
               MOVE JDPARAM TO WS-STR-PARAM (WS-STR-QTD)
               MOVE JDULTIMA TO WS-STR-ULTIMA (WS-STR-QTD)
               MOVE ZEROES TO WS-STR-PEND (WS-STR-QTD)
               MOVE "N" TO WS-STR-DATADO (WS-STR-QTD)
               MOVE "S" TO WS-STR-OK (WS-STR-QTD)
           ELSE
               DISPLAY "STREAM " JDSTREAM " IGNORADO: LIMITE DE 20"
           END-IF.
       CARREGA-STEP-PROCEDURE.
           IF WS-DEF-QTD < 100
               ADD 1 TO WS-DEF-QTD
               MOVE JDSTREAM TO WS-DEF-STREAM (WS-DEF-QTD)
               MOVE JDORDEM TO WS-DEF-ORDEM (WS-DEF-QTD)
               MOVE JDSTEP TO WS-DEF-STEP (WS-DEF-QTD)
               MOVE JDFONTE TO WS-DEF-FONTE (WS-DEF-QTD)
               MOVE JDDEPENDE TO WS-DEF-DEPENDE (WS-DEF-QTD)
               MOVE JDCRITICO TO WS-DEF-CRITICO (WS-DEF-QTD)
               MOVE JDENTRADA TO WS-DEF-ENTRADA (WS-DEF-QTD)
               MOVE JDARGS TO WS-DEF-ARGS (WS-DEF-QTD)
               IF JDENTRADA = "M" OR JDENTRADA = "A"
                   MOVE JDSTREAM TO WS-N-STREAM
                   PERFORM ACHA-STREAM-PROCEDURE
                   IF WS-ACHOU > ZERO
                       MOVE "S" TO WS-STR-DATADO (WS-ACHOU)
                   END-IF
               END-IF
           ELSE
               DISPLAY "STEP " JDSTEP " IGNORADO: LIMITE DE 100"
           END-IF.
       ACHA-STREAM-PROCEDURE.
           MOVE ZERO TO WS-ACHOU.
           PERFORM VARYING WS-Q FROM 1 BY 1
               UNTIL WS-Q > WS-STR-QTD OR WS-ACHOU > ZERO
               IF WS-STR-NOME (WS-Q) = WS-N-STREAM
                   MOVE WS-Q TO WS-ACHOU
               END-IF
           END-PERFORM.
       GERA-PENDENTES-PROCEDURE.
           IF WS-STR-ULTIMA (WS-S) >= WS-HOJE
               EXIT PARAGRAPH
           END-IF.
           IF WS-STR-ULTIMA (WS-S) = ZERO
               MOVE WS-JUL-HOJE TO WS-JUL-INI
           ELSE
               COMPUTE WS-JUL-INI =
                   FUNCTION INTEGER-OF-DATE (WS-STR-ULTIMA (WS-S)) + 1
           END-IF.
           IF WS-JUL-INI + 400 < WS-JUL-HOJE
               COMPUTE WS-JUL-INI = WS-JUL-HOJE - 400
           END-IF.
           PERFORM VARYING WS-JUL FROM WS-JUL-INI BY 1
               UNTIL WS-JUL > WS-JUL-HOJE
               COMPUTE WS-DIA-DATA = FUNCTION DATE-OF-INTEGER (WS-JUL)
               PERFORM AVALIA-REGRA-PROCEDURE
               IF WS-DEVIDO = "S"
                   PERFORM GRAVA-PENDENTE-PROCEDURE
               END-IF
           END-PERFORM.
           MOVE WS-STR-NOME (WS-S) TO JDSTREAM.
           MOVE ZEROES TO JDORDEM.
           READ ARQ-JOBDEF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-HOJE TO JDULTIMA
                   REWRITE REG-JOBDEF
           END-READ.
       GRAVA-PENDENTE-PROCEDURE.
           MOVE SPACES TO WS-CHAVE-STREAM.
           STRING "*" WS-STR-NOME (WS-S)
               DELIMITED BY SPACE INTO WS-CHAVE-STREAM
           END-STRING.
           MOVE WS-DIA-DATA TO JCDATA.
           MOVE WS-CHAVE-STREAM TO JCSTEP.
           READ ARQ-JOBCTL
               INVALID KEY
                   MOVE WS-DIA-DATA TO JCDATA
                   MOVE WS-CHAVE-STREAM TO JCSTEP
                   MOVE ZEROES TO JCINICIO
                   MOVE ZEROES TO JCFIM
                   MOVE ZEROES TO JCRC
                   MOVE "P" TO JCSTATUS
                   WRITE REG-JOBCTL
               NOT INVALID KEY
                   CONTINUE
           END-READ.
       AVALIA-REGRA-PROCEDURE.
           MOVE "N" TO WS-DEVIDO.
           MOVE WS-DIA-DATA TO WS-DT-N.
           COMPUTE WS-DIA-SEM = FUNCTION MOD(WS-JUL - 1, 7) + 1.
           EVALUATE WS-STR-REGRA (WS-S)
               WHEN "DI"
                   MOVE "S" TO WS-DEVIDO
               WHEN "DM"
                   PERFORM REGRA-DIA-PROCEDURE
               WHEN "TR"
                   IF WS-DT-MES = 1 OR 4 OR 7 OR 10
                       PERFORM REGRA-DIA-PROCEDURE
                   END-IF
               WHEN "SE"
                   IF WS-DIA-SEM = WS-STR-PARAM (WS-S)
                       MOVE "S" TO WS-DEVIDO
                   END-IF
               WHEN "PS"
                   IF WS-DIA-SEM = WS-STR-PARAM (WS-S)
                       AND WS-DT-DIA <= 7
                       MOVE "S" TO WS-DEVIDO
                   END-IF
               WHEN "AN"
                   COMPUTE WS-MMDD = WS-DT-MES * 100 + WS-DT-DIA
                   IF WS-MMDD = WS-STR-PARAM (WS-S)
                       MOVE "S" TO WS-DEVIDO
                   END-IF
               WHEN "UU"
                   PERFORM REGRA-ULTIMO-UTIL-PROCEDURE
               WHEN "PU"
                   PERFORM REGRA-PRIMEIRO-UTIL-PROCEDURE
               WHEN "PA"
                   IF WS-DT-MES = 1
                       PERFORM REGRA-PRIMEIRO-UTIL-PROCEDURE
                   END-IF
           END-EVALUATE.
       ULTIMO-DIA-PROCEDURE.
           MOVE WS-DT TO WS-DT-PROX.
           MOVE 1 TO WS-DP-DIA.
           IF WS-DP-MES = 12
               ADD 1 TO WS-DP-ANO
               MOVE 1 TO WS-DP-MES
           ELSE
               ADD 1 TO WS-DP-MES
           END-IF.
           COMPUTE WS-JUL-AUX =
               FUNCTION INTEGER-OF-DATE (WS-DT-PROX-N) - 1.
           COMPUTE WS-DT-PROX-N = FUNCTION DATE-OF-INTEGER (WS-JUL-AUX).
           MOVE WS-DP-DIA TO WS-ULT-DIA.
       REGRA-DIA-PROCEDURE.
           PERFORM ULTIMO-DIA-PROCEDURE.
           IF WS-STR-PARAM (WS-S) > WS-ULT-DIA
               IF WS-DT-DIA = WS-ULT-DIA
                   MOVE "S" TO WS-DEVIDO
               END-IF
           ELSE
               IF WS-DT-DIA = WS-STR-PARAM (WS-S)
                   MOVE "S" TO WS-DEVIDO
               END-IF
           END-IF.
       CHECA-UTIL-PROCEDURE.
           MOVE "S" TO WS-UTIL.
           IF FUNCTION MOD(WS-JUL-U - 1, 7) = 6
               MOVE "N" TO WS-UTIL
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAL-OK = "S"
               COMPUTE CALDATA = FUNCTION DATE-OF-INTEGER (WS-JUL-U)
               READ ARQ-CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-UTIL
               END-READ
           END-IF.
       REGRA-ULTIMO-UTIL-PROCEDURE.
           MOVE WS-JUL TO WS-JUL-U.
           PERFORM CHECA-UTIL-PROCEDURE.
           IF WS-UTIL = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ULTIMO-DIA-PROCEDURE.
           COMPUTE WS-JUL-DE = WS-JUL + 1.
           COMPUTE WS-JUL-FIM = WS-JUL + WS-ULT-DIA - WS-DT-DIA.
           MOVE "N" TO WS-OUTRO-UTIL.
           PERFORM VARYING WS-JUL-U FROM WS-JUL-DE BY 1
               UNTIL WS-JUL-U > WS-JUL-FIM OR WS-OUTRO-UTIL = "S"
               PERFORM CHECA-UTIL-PROCEDURE
               IF WS-UTIL = "S"
                   MOVE "S" TO WS-OUTRO-UTIL
               END-IF
           END-PERFORM.
           IF WS-OUTRO-UTIL = "N"
               MOVE "S" TO WS-DEVIDO
           END-IF.
       REGRA-PRIMEIRO-UTIL-PROCEDURE.
           MOVE WS-JUL TO WS-JUL-U.
           PERFORM CHECA-UTIL-PROCEDURE.
           IF WS-UTIL = "N"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JUL-DE = WS-JUL - WS-DT-DIA + 1.
           COMPUTE WS-JUL-FIM = WS-JUL - 1.
           MOVE "N" TO WS-OUTRO-UTIL.
           PERFORM VARYING WS-JUL-U FROM WS-JUL-DE BY 1
               UNTIL WS-JUL-U > WS-JUL-FIM OR WS-OUTRO-UTIL = "S"
               PERFORM CHECA-UTIL-PROCEDURE
               IF WS-UTIL = "S"
                   MOVE "S" TO WS-OUTRO-UTIL
               END-IF
           END-PERFORM.
           IF WS-OUTRO-UTIL = "N"
               MOVE "S" TO WS-DEVIDO
           END-IF.
       LE-PENDENTES-PROCEDURE.
           MOVE ZEROES TO JCDATA.
           MOVE SPACES TO JCSTEP.
           START ARQ-JOBCTL KEY IS NOT LESS THAN JCCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-JOBCTL NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND JCDATA > WS-HOJE
                   MOVE "Y" TO WS-EOF
               END-IF
               IF WS-EOF = "N" AND JCSTEP (1:1) = "*"
                   AND JCSTATUS = "P"
                   MOVE JCSTEP (2:8) TO WS-N-STREAM
                   PERFORM ACHA-STREAM-PROCEDURE
                   IF WS-ACHOU > ZERO
                       PERFORM PENDENTE-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
       PENDENTE-PROCEDURE.
           IF WS-STR-PEND (WS-ACHOU) = ZERO
               MOVE JCDATA TO WS-STR-PEND (WS-ACHOU)
           END-IF.
           IF JCDATA < WS-HOJE
               ADD 1 TO WS-ATRASOS
               DISPLAY "**** STREAM " WS-N-STREAM " DEVIDO EM "
                   JCDATA " NAO CONCLUIDO (ATRASADO) ****"
               MOVE SPACES TO REG-RELPLANO
               STRING "  STREAM " WS-N-STREAM " DEVIDO EM " JCDATA
                   " NAO CONCLUIDO (ATRASADO)"
                   DELIMITED BY SIZE INTO REG-RELPLANO
               END-STRING
               WRITE REG-RELPLANO
           END-IF.
       MONTA-PLANO-PROCEDURE.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STR-QTD
               IF WS-STR-PEND (WS-S) > ZERO
                   PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-DEF-QTD
                       IF WS-DEF-STREAM (WS-D) = WS-STR-NOME (WS-S)
                           PERFORM INCLUI-PLANO-PROCEDURE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       INCLUI-PLANO-PROCEDURE.
           IF WS-PLN-QTD >= 100
               DISPLAY "ROTEIRO EXCEDE 100 STEPS, " WS-DEF-STEP (WS-D)
                   " IGNORADO"
               ADD 1 TO WS-ERROS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PLN-QTD.
           MOVE WS-PLN-QTD TO WS-P.
           MOVE WS-DEF-ORDEM (WS-D) TO WS-PLN-ORDEM (WS-P).
           MOVE WS-DEF-STEP (WS-D) TO WS-PLN-STEP (WS-P).
           MOVE WS-DEF-FONTE (WS-D) TO WS-PLN-FONTE (WS-P).
           IF WS-PLN-FONTE (WS-P) = SPACES
               MOVE WS-DEF-STEP (WS-D) TO WS-PLN-FONTE (WS-P)
           END-IF.
           MOVE WS-DEF-DEPENDE (WS-D) TO WS-PLN-DEPENDE (WS-P).
           IF WS-PLN-DEPENDE (WS-P) = SPACES
               MOVE "-" TO WS-PLN-DEPENDE (WS-P)
           END-IF.
           MOVE WS-DEF-CRITICO (WS-D) TO WS-PLN-CRITICO (WS-P).
           IF WS-PLN-CRITICO (WS-P) <> "N"
               MOVE "S" TO WS-PLN-CRITICO (WS-P)
           END-IF.
           MOVE WS-DEF-ARGS (WS-D) TO WS-PLN-ARGS (WS-P).
           IF WS-PLN-ARGS (WS-P) = SPACES
               MOVE "-" TO WS-PLN-ARGS (WS-P)
           END-IF.
           MOVE WS-STR-NOME (WS-S) TO WS-PLN-STREAM (WS-P).
           MOVE WS-STR-PEND (WS-S) TO WS-PLN-DATA (WS-P).
           MOVE WS-STR-PEND (WS-S) TO WS-DT-N.
           EVALUATE WS-DEF-ENTRADA (WS-D)
               WHEN "M"
                   IF WS-DT-MES = 1
                       COMPUTE WS-ANOMES-ANT =
                           (WS-DT-ANO - 1) * 100 + 12
                   ELSE
                       COMPUTE WS-ANOMES-ANT =
                           WS-DT-ANO * 100 + WS-DT-MES - 1
                   END-IF
                   MOVE WS-ANOMES-ANT TO WS-PLN-ENTRADA (WS-P)
               WHEN "A"
                   COMPUTE WS-ANO-ANT = WS-DT-ANO - 1
                   MOVE WS-ANO-ANT TO WS-PLN-ENTRADA (WS-P)
               WHEN "V"
                   MOVE "=" TO WS-PLN-ENTRADA (WS-P)
               WHEN OTHER
                   MOVE "-" TO WS-PLN-ENTRADA (WS-P)
           END-EVALUATE.
       ORDENA-PLANO-PROCEDURE.
           MOVE "S" TO WS-TROCOU.
           PERFORM UNTIL WS-TROCOU = "N"
               MOVE "N" TO WS-TROCOU
               PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P >= WS-PLN-QTD
                   COMPUTE WS-Q = WS-P + 1
                   IF WS-PLN-ORDEM (WS-P) > WS-PLN-ORDEM (WS-Q)
                       MOVE WS-PLN (WS-P) TO WS-PLN-TMP
                       MOVE WS-PLN (WS-Q) TO WS-PLN (WS-P)
                       MOVE WS-PLN-TMP TO WS-PLN (WS-Q)
                       MOVE "S" TO WS-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.
       GRAVA-PLANO-PROCEDURE.
           OPEN OUTPUT ARQ-PLANO.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PLN-QTD
               MOVE SPACES TO WS-PL-FONTE
               STRING WS-PLN-FONTE (WS-P) DELIMITED BY SPACE
                   ".cbl" DELIMITED BY SIZE INTO WS-PL-FONTE
               END-STRING
               MOVE SPACES TO REG-PLANO
               STRING WS-PLN-STEP (WS-P) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-PL-FONTE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-PLN-DEPENDE (WS-P) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-PLN-CRITICO (WS-P) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PLN-ARGS (WS-P) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-PLN-ENTRADA (WS-P) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-PLN-STREAM (WS-P) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-PLN-DATA (WS-P) DELIMITED BY SIZE
                   INTO REG-PLANO
               END-STRING
               WRITE REG-PLANO
               MOVE SPACES TO REG-RELPLANO
               STRING "  " WS-PLN-ORDEM (WS-P) " "
                   WS-PLN-STEP (WS-P) " " WS-PLN-STREAM (WS-P)
                   " DEVIDO " WS-PLN-DATA (WS-P)
                   " DEP " WS-PLN-DEPENDE (WS-P)
                   " CRIT " WS-PLN-CRITICO (WS-P)
                   " ENT " WS-PLN-ENTRADA (WS-P)
                   DELIMITED BY SIZE INTO REG-RELPLANO
               END-STRING
               WRITE REG-RELPLANO
           END-PERFORM.
           CLOSE ARQ-PLANO.
       VALIDA-PLANO-PROCEDURE.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PLN-QTD
               PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q >= WS-P
                   IF WS-PLN-STEP (WS-Q) = WS-PLN-STEP (WS-P)
                       MOVE SPACES TO REG-RELPLANO
                       STRING "  ERRO: STEP " WS-PLN-STEP (WS-P)
                           " DUPLICADO NO ROTEIRO"
                           DELIMITED BY SIZE INTO REG-RELPLANO
                       END-STRING
                       PERFORM ERRO-PLANO-PROCEDURE
                   END-IF
               END-PERFORM
               IF WS-PLN-DEPENDE (WS-P) <> "-"
                   PERFORM VALIDA-DEPENDE-PROCEDURE
               END-IF
           END-PERFORM.
       VALIDA-DEPENDE-PROCEDURE.
           MOVE ZERO TO WS-ACHOU.
           PERFORM VARYING WS-Q FROM 1 BY 1
               UNTIL WS-Q > WS-PLN-QTD OR WS-ACHOU > ZERO
               IF WS-PLN-STEP (WS-Q) = WS-PLN-DEPENDE (WS-P)
                   MOVE WS-Q TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU > ZERO
               IF WS-PLN-ORDEM (WS-ACHOU) >= WS-PLN-ORDEM (WS-P)
                   MOVE SPACES TO REG-RELPLANO
                   STRING "  ERRO: " WS-PLN-STEP (WS-P)
                       " DEPENDE DE " WS-PLN-DEPENDE (WS-P)
                       " QUE RODA DEPOIS"
                       DELIMITED BY SIZE INTO REG-RELPLANO
                   END-STRING
                   PERFORM ERRO-PLANO-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Q FROM 1 BY 1
               UNTIL WS-Q > WS-DEF-QTD OR WS-ACHOU > ZERO
               IF WS-DEF-STEP (WS-Q) = WS-PLN-DEPENDE (WS-P)
                   MOVE WS-Q TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = ZERO
               MOVE SPACES TO REG-RELPLANO
               STRING "  ERRO: " WS-PLN-STEP (WS-P)
                   " DEPENDE DE " WS-PLN-DEPENDE (WS-P)
                   " NAO DEFINIDO"
                   DELIMITED BY SIZE INTO REG-RELPLANO
               END-STRING
               PERFORM ERRO-PLANO-PROCEDURE
           END-IF.
       ERRO-PLANO-PROCEDURE.
           ADD 1 TO WS-ERROS.
           DISPLAY REG-RELPLANO.
           WRITE REG-RELPLANO.
       FECHA-PROCEDURE.
           OPEN INPUT ARQ-PLANO.
           IF WS-FS2 <> "00"
               DISPLAY "JOBPLAN.TXT NAO ENCONTRADO, FS=" WS-FS2
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-PLANO
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM FECHA-STEP-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-PLANO.
           MOVE ZEROES TO JCDATA.
           MOVE SPACES TO JCSTEP.
           START ARQ-JOBCTL KEY IS NOT LESS THAN JCCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-JOBCTL NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND JCDATA > WS-HOJE
                   MOVE "Y" TO WS-EOF
               END-IF
               IF WS-EOF = "N" AND JCSTEP (1:1) = "*"
                   AND JCSTATUS = "P"
                   MOVE JCSTEP (2:8) TO WS-N-STREAM
                   PERFORM ACHA-STREAM-PROCEDURE
                   IF WS-ACHOU > ZERO
                       PERFORM MARCA-CONCLUIDO-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STR-QTD
               IF WS-STR-OK (WS-S) = "S"
                   DISPLAY "STREAM " WS-STR-NOME (WS-S) " DEVIDO EM "
                       WS-STR-PEND (WS-S) " CONCLUIDO"
               ELSE
                   DISPLAY "**** STREAM " WS-STR-NOME (WS-S)
                       " DEVIDO EM " WS-STR-PEND (WS-S)
                       " NAO CONCLUIDO ****"
                   MOVE 4 TO WS-RC
               END-IF
           END-PERFORM.
       FECHA-STEP-PROCEDURE.
           MOVE SPACES TO WS-PL-STEP WS-PL-FONTE WS-PL-DEPENDE
               WS-PL-CRITICO WS-PL-ARGS WS-PL-ENTRADA WS-PL-STREAM.
           MOVE ZEROES TO WS-PL-DATA.
           UNSTRING REG-PLANO DELIMITED BY ALL SPACE
               INTO WS-PL-STEP WS-PL-FONTE WS-PL-DEPENDE WS-PL-CRITICO
                   WS-PL-ARGS WS-PL-ENTRADA WS-PL-STREAM WS-PL-DATA
           END-UNSTRING.
           IF WS-PL-STEP = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PL-STREAM TO WS-N-STREAM.
           PERFORM ACHA-STREAM-PROCEDURE.
           IF WS-ACHOU = ZERO AND WS-STR-QTD < 20
               ADD 1 TO WS-STR-QTD
               MOVE WS-STR-QTD TO WS-ACHOU
               MOVE WS-PL-STREAM TO WS-STR-NOME (WS-ACHOU)
               MOVE WS-PL-DATA TO WS-STR-PEND (WS-ACHOU)
               MOVE "N" TO WS-STR-DATADO (WS-ACHOU)
               MOVE "S" TO WS-STR-OK (WS-ACHOU)
           END-IF.
           IF WS-ACHOU = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-PL-ENTRADA <> "-" AND WS-PL-ENTRADA <> "="
               MOVE "S" TO WS-STR-DATADO (WS-ACHOU)
           END-IF.
           MOVE WS-HOJE TO JCDATA.
           MOVE WS-PL-STEP TO JCSTEP.
           READ ARQ-JOBCTL
               INVALID KEY
                   MOVE "N" TO WS-STR-OK (WS-ACHOU)
               NOT INVALID KEY
                   IF JCSTATUS = "C"
                       OR (JCSTATUS = "F" AND JCRC <= 4)
                       CONTINUE
                   ELSE
                       MOVE "N" TO WS-STR-OK (WS-ACHOU)
                   END-IF
           END-READ.
       MARCA-CONCLUIDO-PROCEDURE.
           IF WS-STR-OK (WS-ACHOU) <> "S"
               EXIT PARAGRAPH
           END-IF.
           IF WS-STR-DATADO (WS-ACHOU) = "S"
               AND JCDATA <> WS-STR-PEND (WS-ACHOU)
               EXIT PARAGRAPH
           END-IF.
           ACCEPT JCFIM FROM TIME.
           MOVE "C" TO JCSTATUS.
           REWRITE REG-JOBCTL.
       DEFINE-PROCEDURE.
           PERFORM ABRE-JOBDEF-PROCEDURE.
           IF WS-FS2 <> "00"
               DISPLAY "ERRO AO ABRIR JOBDEF, FS=" WS-FS2
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "STREAM: ".
           ACCEPT WS-N-STREAM.
           MOVE FUNCTION UPPER-CASE(WS-N-STREAM) TO WS-N-STREAM.
           IF WS-N-STREAM = SPACES
               DISPLAY "STREAM OBRIGATORIO"
               CLOSE ARQ-JOBDEF
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ORDEM (0 = REGRA DO STREAM): ".
           ACCEPT WS-N-ORDEM.
           DISPLAY "OPCAO (A=ALTERAR E=EXCLUIR): ".
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           IF WS-OPCAO = "E"
               MOVE WS-N-STREAM TO JDSTREAM
               MOVE WS-N-ORDEM TO JDORDEM
               READ ARQ-JOBDEF
                   INVALID KEY
                       DISPLAY "DEFINICAO NAO CADASTRADA"
                   NOT INVALID KEY
                       DELETE ARQ-JOBDEF RECORD
                       DISPLAY "DEFINICAO EXCLUIDA"
               END-READ
           ELSE
               IF WS-N-ORDEM = ZERO
                   PERFORM DEFINE-STREAM-PROCEDURE
               ELSE
                   PERFORM DEFINE-STEP-PROCEDURE
               END-IF
           END-IF.
           CLOSE ARQ-JOBDEF.
       DEFINE-STREAM-PROCEDURE.
           DISPLAY "REGRA (DI DM TR SE PS AN UU PU PA): ".
           ACCEPT WS-N-REGRA.
           MOVE FUNCTION UPPER-CASE(WS-N-REGRA) TO WS-N-REGRA.
           IF WS-N-REGRA <> "DI" AND "DM" AND "TR" AND "SE" AND "PS"
               AND "AN" AND "UU" AND "PU" AND "PA"
               DISPLAY "REGRA INVALIDA"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-N-PARAM.
           IF WS-N-REGRA = "DM" OR "TR" OR "SE" OR "PS" OR "AN"
               DISPLAY "PARAMETRO (DIA DO MES, DIA DA SEMANA 1=SEG "
                   "OU MMDD): "
               ACCEPT WS-N-PARAM
           END-IF.
           MOVE WS-N-PARAM TO WS-MMDD.
           EVALUATE TRUE
               WHEN (WS-N-REGRA = "DM" OR "TR")
                   AND (WS-N-PARAM < 1 OR WS-N-PARAM > 31)
                   DISPLAY "DIA INVALIDO"
                   EXIT PARAGRAPH
               WHEN (WS-N-REGRA = "SE" OR "PS")
                   AND (WS-N-PARAM < 1 OR WS-N-PARAM > 7)
                   DISPLAY "DIA DA SEMANA INVALIDO"
                   EXIT PARAGRAPH
               WHEN WS-N-REGRA = "AN"
                   AND (WS-MMDD (1:2) < "01" OR WS-MMDD (1:2) > "12"
                   OR WS-MMDD (3:2) < "01" OR WS-MMDD (3:2) > "31")
                   DISPLAY "DATA MMDD INVALIDA"
                   EXIT PARAGRAPH
           END-EVALUATE.
           DISPLAY "DESCRICAO: ".
           ACCEPT WS-N-DESC.
           MOVE WS-N-STREAM TO JDSTREAM.
           MOVE ZEROES TO JDORDEM.
           READ ARQ-JOBDEF
               INVALID KEY
                   PERFORM SEMEIA-STREAM-PROCEDURE
                   DISPLAY "STREAM INCLUIDO"
               NOT INVALID KEY
                   MOVE WS-N-REGRA TO JDREGRA
                   MOVE WS-N-PARAM TO JDPARAM
                   MOVE WS-N-DESC TO JDDESC
                   REWRITE REG-JOBDEF
                   DISPLAY "STREAM ATUALIZADO"
           END-READ.
       DEFINE-STEP-PROCEDURE.
           MOVE WS-N-STREAM TO JDSTREAM.
           MOVE ZEROES TO JDORDEM.
           READ ARQ-JOBDEF
               INVALID KEY
                   DISPLAY "STREAM NAO CADASTRADO, DEFINA A ORDEM 0"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "STEP: ".
           ACCEPT WS-N-STEP.
           MOVE FUNCTION UPPER-CASE(WS-N-STEP) TO WS-N-STEP.
           IF WS-N-STEP = SPACES
               DISPLAY "STEP OBRIGATORIO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PROGRAMA FONTE (ENTER = STEP): ".
           MOVE SPACES TO WS-N-FONTE.
           ACCEPT WS-N-FONTE.
           MOVE FUNCTION UPPER-CASE(WS-N-FONTE) TO WS-N-FONTE.
           IF WS-N-FONTE = SPACES
               MOVE WS-N-STEP TO WS-N-FONTE
           END-IF.
           DISPLAY "DEPENDE DO STEP (ENTER = NENHUM): ".
           MOVE SPACES TO WS-N-DEPENDE.
           ACCEPT WS-N-DEPENDE.
           MOVE FUNCTION UPPER-CASE(WS-N-DEPENDE) TO WS-N-DEPENDE.
           DISPLAY "CRITICO (S/N): ".
           ACCEPT WS-N-CRITICO.
           MOVE FUNCTION UPPER-CASE(WS-N-CRITICO) TO WS-N-CRITICO.
           IF WS-N-CRITICO <> "N"
               MOVE "S" TO WS-N-CRITICO
           END-IF.
           DISPLAY "ENTRADA (N=NENHUMA V=ENTER M=MES ANTERIOR "
               "A=ANO ANTERIOR): ".
           ACCEPT WS-N-ENTRADA.
           MOVE FUNCTION UPPER-CASE(WS-N-ENTRADA) TO WS-N-ENTRADA.
           IF WS-N-ENTRADA <> "V" AND "M" AND "A"
               MOVE "N" TO WS-N-ENTRADA
           END-IF.
           DISPLAY "ARGUMENTOS (ENTER = NENHUM): ".
           MOVE SPACES TO WS-N-ARGS.
           ACCEPT WS-N-ARGS.
           MOVE FUNCTION UPPER-CASE(WS-N-ARGS) TO WS-N-ARGS.
           MOVE WS-N-STREAM TO JDSTREAM.
           MOVE WS-N-ORDEM TO JDORDEM.
           READ ARQ-JOBDEF
               INVALID KEY
                   PERFORM SEMEIA-STEP-PROCEDURE
                   DISPLAY "STEP INCLUIDO"
               NOT INVALID KEY
                   MOVE WS-N-STEP TO JDSTEP
                   MOVE WS-N-FONTE TO JDFONTE
                   MOVE WS-N-DEPENDE TO JDDEPENDE
                   MOVE WS-N-CRITICO TO JDCRITICO
                   MOVE WS-N-ENTRADA TO JDENTRADA
                   MOVE WS-N-ARGS TO JDARGS
                   REWRITE REG-JOBDEF
                   DISPLAY "STEP ATUALIZADO"
           END-READ.
       DEFLIST-PROCEDURE.
           PERFORM ABRE-JOBDEF-PROCEDURE.
           IF WS-FS2 <> "00"
               DISPLAY "ERRO AO ABRIR JOBDEF, FS=" WS-FS2
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JDSTREAM.
           MOVE ZEROES TO JDORDEM.
           START ARQ-JOBDEF KEY IS NOT LESS THAN JDCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-JOBDEF NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF JDORDEM = ZERO
                       DISPLAY "STREAM " JDSTREAM " REGRA " JDREGRA
                           " " JDPARAM " ULTIMA " JDULTIMA " " JDDESC
                   ELSE
                       DISPLAY "  " JDORDEM " " JDSTEP " " JDFONTE
                           " DEP " JDDEPENDE " CRIT " JDCRITICO
                           " ENT " JDENTRADA " " JDARGS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-JOBDEF.
       SEMEIA-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE "DI" TO WS-N-REGRA.
           MOVE 0 TO WS-N-PARAM.
           MOVE "CADEIA DIARIA DO LOTE" TO WS-N-DESC.
           PERFORM SEMEIA-STREAM-PROCEDURE.
           MOVE "MENSAL" TO WS-N-STREAM.
           MOVE "DM" TO WS-N-REGRA.
           MOVE 1 TO WS-N-PARAM.
           MOVE "ROTINAS DO DIA 01" TO WS-N-DESC.
           PERFORM SEMEIA-STREAM-PROCEDURE.
           MOVE "TRIMEST" TO WS-N-STREAM.
           MOVE "TR" TO WS-N-REGRA.
           MOVE 1 TO WS-N-PARAM.
           MOVE "ROTINAS TRIMESTRAIS" TO WS-N-DESC.
           PERFORM SEMEIA-STREAM-PROCEDURE.
           MOVE "FECHAMES" TO WS-N-STREAM.
           MOVE "PU" TO WS-N-REGRA.
           MOVE 0 TO WS-N-PARAM.
           MOVE "FECHAMENTO DO MES ANTERIOR" TO WS-N-DESC.
           PERFORM SEMEIA-STREAM-PROCEDURE.
           MOVE "ORCAMENT" TO WS-N-STREAM.
           MOVE "UU" TO WS-N-REGRA.
           MOVE 0 TO WS-N-PARAM.
           MOVE "ORCADO X REALIZADO DO MES" TO WS-N-DESC.
           PERFORM SEMEIA-STREAM-PROCEDURE.
           MOVE "ANUAL" TO WS-N-STREAM.
           MOVE "PA" TO WS-N-REGRA.
           MOVE 0 TO WS-N-PARAM.
           MOVE "FECHAMENTO DO ANO ANTERIOR" TO WS-N-DESC.
           PERFORM SEMEIA-STREAM-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 10 TO WS-N-ORDEM.
           MOVE "VERIFICA" TO WS-N-STEP.
           MOVE "VERIFICA" TO WS-N-FONTE.
           MOVE SPACES TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 20 TO WS-N-ORDEM.
           MOVE "VERCADEIA" TO WS-N-STEP.
           MOVE "VERCADEIA" TO WS-N-FONTE.
           MOVE "VERIFICA" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 30 TO WS-N-ORDEM.
           MOVE "APLICAVIG" TO WS-N-STEP.
           MOVE "APLICAVIG" TO WS-N-FONTE.
           MOVE "VERCADEIA" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 40 TO WS-N-ORDEM.
           MOVE "BACKUP" TO WS-N-STEP.
           MOVE "BACKUP" TO WS-N-FONTE.
           MOVE "APLICAVIG" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 50 TO WS-N-ORDEM.
           MOVE "NOTIFRET" TO WS-N-STEP.
           MOVE "NOTIFRET" TO WS-N-FONTE.
           MOVE "BACKUP" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 60 TO WS-N-ORDEM.
           MOVE "ATRASOS" TO WS-N-STEP.
           MOVE "ATRASOS" TO WS-N-FONTE.
           MOVE "NOTIFRET" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 70 TO WS-N-ORDEM.
           MOVE "COBRANCA" TO WS-N-STEP.
           MOVE "COBRANCA" TO WS-N-FONTE.
           MOVE "ATRASOS" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 80 TO WS-N-ORDEM.
           MOVE "ESCALPERDA" TO WS-N-STEP.
           MOVE "ESCALPERDA" TO WS-N-FONTE.
           MOVE "COBRANCA" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 90 TO WS-N-ORDEM.
           MOVE "EXPIRARES" TO WS-N-STEP.
           MOVE "EXPIRARES" TO WS-N-FONTE.
           MOVE "ESCALPERDA" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 100 TO WS-N-ORDEM.
           MOVE "RECLASS" TO WS-N-STEP.
           MOVE "RECLASS" TO WS-N-FONTE.
           MOVE "EXPIRARES" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 110 TO WS-N-ORDEM.
           MOVE "RECALL" TO WS-N-STEP.
           MOVE "RECALL" TO WS-N-FONTE.
           MOVE "RECLASS" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 120 TO WS-N-ORDEM.
           MOVE "FECHODIA" TO WS-N-STEP.
           MOVE "FECHODIA" TO WS-N-FONTE.
           MOVE "RECALL" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 130 TO WS-N-ORDEM.
           MOVE "CARTCONC" TO WS-N-STEP.
           MOVE "CARTCONC" TO WS-N-FONTE.
           MOVE "FECHODIA" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 140 TO WS-N-ORDEM.
           MOVE "CHARGEBACK" TO WS-N-STEP.
           MOVE "CHARGEBACK" TO WS-N-FONTE.
           MOVE "CARTCONC" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 150 TO WS-N-ORDEM.
           MOVE "PIXCONC" TO WS-N-STEP.
           MOVE "PIXCONC" TO WS-N-FONTE.
           MOVE "CHARGEBACK" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 160 TO WS-N-ORDEM.
           MOVE "CHEQUEDEV" TO WS-N-STEP.
           MOVE "CHEQUEDEV" TO WS-N-FONTE.
           MOVE "PIXCONC" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 170 TO WS-N-ORDEM.
           MOVE "CHEQUEDIA" TO WS-N-STEP.
           MOVE "CHEQUEDIA" TO WS-N-FONTE.
           MOVE "CHEQUEDEV" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 180 TO WS-N-ORDEM.
           MOVE "BOLETO" TO WS-N-STEP.
           MOVE "BOLETO" TO WS-N-FONTE.
           MOVE "CHEQUEDIA" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 190 TO WS-N-ORDEM.
           MOVE "PAGFORN" TO WS-N-STEP.
           MOVE "PAGFORN" TO WS-N-FONTE.
           MOVE "BOLETO" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "MENSAL" TO WS-N-STREAM.
           MOVE 195 TO WS-N-ORDEM.
           MOVE "DEPRECIA" TO WS-N-STEP.
           MOVE "DEPRECIA" TO WS-N-FONTE.
           MOVE "PAGFORN" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "MENSAL" TO WS-N-STREAM.
           MOVE 196 TO WS-N-ORDEM.
           MOVE "ROYALTY" TO WS-N-STEP.
           MOVE "ROYALTY" TO WS-N-FONTE.
           MOVE "DEPRECIA" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "MENSAL" TO WS-N-STREAM.
           MOVE 197 TO WS-N-ORDEM.
           MOVE "LIVROISS" TO WS-N-STEP.
           MOVE "LIVROISS" TO WS-N-FONTE.
           MOVE "ROYALTY" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 200 TO WS-N-ORDEM.
           MOVE "RISCO" TO WS-N-STEP.
           MOVE "RISCO" TO WS-N-FONTE.
           MOVE "PAGFORN" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 210 TO WS-N-ORDEM.
           MOVE "CONTABIL" TO WS-N-STEP.
           MOVE "CONTABIL" TO WS-N-FONTE.
           MOVE "RISCO" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 220 TO WS-N-ORDEM.
           MOVE "CONCILIA" TO WS-N-STEP.
           MOVE "CONCILIA" TO WS-N-FONTE.
           MOVE "CONTABIL" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 230 TO WS-N-ORDEM.
           MOVE "ZREPORT" TO WS-N-STEP.
           MOVE "ZREPORT" TO WS-N-FONTE.
           MOVE "CONCILIA" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 240 TO WS-N-ORDEM.
           MOVE "CARTAOREL" TO WS-N-STEP.
           MOVE "CARTAOREL" TO WS-N-FONTE.
           MOVE "ZREPORT" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 250 TO WS-N-ORDEM.
           MOVE "RECONCIL" TO WS-N-STEP.
           MOVE "RECONCIL" TO WS-N-FONTE.
           MOVE "CARTAOREL" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 260 TO WS-N-ORDEM.
           MOVE "PROMOREL" TO WS-N-STEP.
           MOVE "PROMOREL" TO WS-N-FONTE.
           MOVE "RECONCIL" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 270 TO WS-N-ORDEM.
           MOVE "CUPOM" TO WS-N-STEP.
           MOVE "CUPOM" TO WS-N-FONTE.
           MOVE "PROMOREL" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 280 TO WS-N-ORDEM.
           MOVE "RELPRUNE" TO WS-N-STEP.
           MOVE "RELPRUNE" TO WS-N-FONTE.
           MOVE "CUPOM" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 290 TO WS-N-ORDEM.
           MOVE "GERENCIAL" TO WS-N-STEP.
           MOVE "GERENCIAL" TO WS-N-FONTE.
           MOVE "RELPRUNE" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 300 TO WS-N-ORDEM.
           MOVE "PRODREL" TO WS-N-STEP.
           MOVE "PRODREL" TO WS-N-FONTE.
           MOVE "GERENCIAL" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 310 TO WS-N-ORDEM.
           MOVE "INDICAREL" TO WS-N-STEP.
           MOVE "INDICAREL" TO WS-N-FONTE.
           MOVE "PRODREL" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 320 TO WS-N-ORDEM.
           MOVE "RFMREL" TO WS-N-STEP.
           MOVE "RFMREL" TO WS-N-FONTE.
           MOVE "INDICAREL" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 330 TO WS-N-ORDEM.
           MOVE "SUGEREL" TO WS-N-STEP.
           MOVE "SUGEREL" TO WS-N-FONTE.
           MOVE "RFMREL" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 340 TO WS-N-ORDEM.
           MOVE "RATINGREL" TO WS-N-STEP.
           MOVE "RATINGREL" TO WS-N-FONTE.
           MOVE "SUGEREL" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 350 TO WS-N-ORDEM.
           MOVE "LGPDPURGE" TO WS-N-STEP.
           MOVE "LGPDPURGE" TO WS-N-FONTE.
           MOVE "RATINGREL" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "DIARIO" TO WS-N-STREAM.
           MOVE 360 TO WS-N-ORDEM.
           MOVE "BIEXTRAT" TO WS-N-STEP.
           MOVE "BIEXTRAT" TO WS-N-FONTE.
           MOVE "LGPDPURGE" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "MENSAL" TO WS-N-STREAM.
           MOVE 410 TO WS-N-ORDEM.
           MOVE "ENCARGOS" TO WS-N-STEP.
           MOVE "ENCARGOS" TO WS-N-FONTE.
           MOVE "BIEXTRAT" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "MENSAL" TO WS-N-STREAM.
           MOVE 420 TO WS-N-ORDEM.
           MOVE "FATURAPLANO" TO WS-N-STEP.
           MOVE "FATURAPLANO" TO WS-N-FONTE.
           MOVE "ENCARGOS" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "MENSAL" TO WS-N-STREAM.
           MOVE 430 TO WS-N-ORDEM.
           MOVE "REPASSE" TO WS-N-STEP.
           MOVE "REPASSE" TO WS-N-FONTE.
           MOVE "FATURAPLANO" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "TRIMEST" TO WS-N-STREAM.
           MOVE 440 TO WS-N-ORDEM.
           MOVE "FORNSCORE" TO WS-N-STEP.
           MOVE "FORNSCORE" TO WS-N-FONTE.
           MOVE "REPASSE" TO WS-N-DEPENDE.
           MOVE "S" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "FECHAMES" TO WS-N-STREAM.
           MOVE 500 TO WS-N-ORDEM.
           MOVE "FATURACORP" TO WS-N-STEP.
           MOVE "FATURACORP" TO WS-N-FONTE.
           MOVE SPACES TO WS-N-DEPENDE.
           MOVE "N" TO WS-N-CRITICO.
           MOVE "M" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "FECHAMES" TO WS-N-STREAM.
           MOVE 510 TO WS-N-ORDEM.
           MOVE "FECHOMES" TO WS-N-STEP.
           MOVE "FECHOMES" TO WS-N-FONTE.
           MOVE "CONCILIA" TO WS-N-DEPENDE.
           MOVE "N" TO WS-N-CRITICO.
           MOVE "M" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "FECHAMES" TO WS-N-STREAM.
           MOVE 520 TO WS-N-ORDEM.
           MOVE "HISTARQ" TO WS-N-STEP.
           MOVE "HISTARQ" TO WS-N-FONTE.
           MOVE "FECHOMES" TO WS-N-DEPENDE.
           MOVE "N" TO WS-N-CRITICO.
           MOVE "V" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "FECHAMES" TO WS-N-STREAM.
           MOVE 530 TO WS-N-ORDEM.
           MOVE "ESOCIAL" TO WS-N-STEP.
           MOVE "ESOCIAL" TO WS-N-FONTE.
           MOVE SPACES TO WS-N-DEPENDE.
           MOVE "N" TO WS-N-CRITICO.
           MOVE "M" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "ORCAMENT" TO WS-N-STREAM.
           MOVE 540 TO WS-N-ORDEM.
           MOVE "GERENCIALM" TO WS-N-STEP.
           MOVE "GERENCIAL" TO WS-N-FONTE.
           MOVE SPACES TO WS-N-DEPENDE.
           MOVE "N" TO WS-N-CRITICO.
           MOVE "N" TO WS-N-ENTRADA.
           MOVE "MES" TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
           MOVE "ANUAL" TO WS-N-STREAM.
           MOVE 550 TO WS-N-ORDEM.
           MOVE "FECHOANO" TO WS-N-STEP.
           MOVE "FECHOANO" TO WS-N-FONTE.
           MOVE "FECHOMES" TO WS-N-DEPENDE.
           MOVE "N" TO WS-N-CRITICO.
           MOVE "A" TO WS-N-ENTRADA.
           MOVE SPACES TO WS-N-ARGS.
           PERFORM SEMEIA-STEP-PROCEDURE.
       SEMEIA-STREAM-PROCEDURE.
           MOVE SPACES TO REG-JOBDEF.
           MOVE WS-N-STREAM TO JDSTREAM.
           MOVE ZEROES TO JDORDEM.
           MOVE WS-N-REGRA TO JDREGRA.
           MOVE WS-N-PARAM TO JDPARAM.
           MOVE ZEROES TO JDULTIMA.
           MOVE WS-N-DESC TO JDDESC.
           WRITE REG-JOBDEF.
       SEMEIA-STEP-PROCEDURE.
           MOVE SPACES TO REG-JOBDEF.
           MOVE WS-N-STREAM TO JDSTREAM.
           MOVE WS-N-ORDEM TO JDORDEM.
           MOVE ZEROES TO JDPARAM.
           MOVE ZEROES TO JDULTIMA.
           MOVE WS-N-STEP TO JDSTEP.
           MOVE WS-N-FONTE TO JDFONTE.
           MOVE WS-N-DEPENDE TO JDDEPENDE.
           MOVE WS-N-CRITICO TO JDCRITICO.
           MOVE WS-N-ENTRADA TO JDENTRADA.
           MOVE WS-N-ARGS TO JDARGS.
           WRITE REG-JOBDEF.
       END PROGRAM JOBCTL.
