                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPCATEGORIA
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-EMPOLD ASSIGN TO "EMPREGADOS.OLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OEIDT
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-AUDOLD ASSIGN TO "AUDITORIA.OLD"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-TVOLD ASSIGN TO "TRAVAS.OLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OTCHAVE
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-EMPREGADOS ASSIGN TO "EMPREGADOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EIDT
                   ALTERNATE RECORD KEY IS ENOME WITH DUPLICATES
                   FILE STATUS IS WS-FS.
               COPY FCARQCLIENTES.
               COPY FCRECEBER.
               COPY FCCAIXA.
               COPY FCPARAM.
               COPY FCAUDIT.
               COPY FCTRAVAS.
       DATA DIVISION.
       FILE SECTION.
           FD ARQ-CLIOLD.
               05 OXCHAVE.
                   10 OXDATA PIC 9(8).
                   10 OXEMPID PIC 9(5).
               05 OXRESTO PIC X(46).
           FD ARQ-PAROLD.
           01 REG-PAROLD.
               05 OPCATEGORIA PIC X(10).
               05 OPRESTO PIC X(65).
           FD ARQ-EMPOLD.
           01 REG-EMPOLD.
               05 OEIDT PIC 9(5).
               05 OERESTO PIC X(97).
           FD ARQ-AUDOLD.
           01 REG-AUDOLD PIC X(832).
           FD ARQ-TVOLD.
           01 REG-TVOLD.
               05 OTCHAVE.
                   10 OTTIPO PIC X(1).
                   10 OTREGISTRO PIC 9(11).
               05 OTRESTO PIC X(21).
           FD ARQ-EMPREGADOS.
           01 REG-EMPREGADO.
               05 EIDT PIC 9(5).
               05 ENOME PIC X(30).
               05 ENASCIMENTO PIC X(10).
               05 ECATEGORIA PIC X(10).
               05 ESECAO PIC X(10).
               05 EHORA-ALMOCO PIC X(5).
               05 EHORA-ENTRADA PIC X(5).
               05 EHORA-SAIDA PIC X(5).
               05 EHORAS-SEMANAIS PIC 9(2).
               05 ESALARIO PIC S9(6)V9(2).
               05 EPIN PIC 9(4).
               05 EADMISSAO PIC 9(8).
               05 EBANCO PIC 9(3).
               05 EAGENCIA PIC 9(5).
               05 ECONTA PIC X(12).
               05 ETIPOCONTA PIC X(1).
           COPY FDARQCLIENTES.
           COPY FDRECEBER.
           COPY FDCAIXA.
           COPY FDPARAM.
           COPY FDAUDIT.
           COPY FDTRAVAS.
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-CONT-REC PIC 9(7) VALUE ZERO.
           77 WS-CONT-CX PIC 9(7) VALUE ZERO.
           77 WS-CONT-PAR PIC 9(7) VALUE ZERO.
           77 WS-CONT-EMP PIC 9(7) VALUE ZERO.
           77 WS-CONT-AUD PIC 9(7) VALUE ZERO.
           77 WS-CONT-TV PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONVERSAO DE LAYOUT DOS CADASTROS".
           DISPLAY "                RECEBER->RECEBER.OLD".
           DISPLAY "                CAIXA->CAIXA.OLD".
           DISPLAY "                PARAMETROS->PARAMETROS.OLD".
           DISPLAY "                EMPREGADOS->EMPREGADOS.OLD".
           DISPLAY "                AUDITORIA->AUDITORIA.OLD".
           DISPLAY "                TRAVAS->TRAVAS.OLD".
           PERFORM CONVERTE-CLIENTES-PROCEDURE.
           PERFORM CONVERTE-RECEBER-PROCEDURE.
           PERFORM CONVERTE-CAIXA-PROCEDURE.
           PERFORM CONVERTE-PARAMETROS-PROCEDURE.
           PERFORM CONVERTE-EMPREGADOS-PROCEDURE.
           PERFORM CONVERTE-AUDITORIA-PROCEDURE.
           PERFORM CONVERTE-TRAVAS-PROCEDURE.
           DISPLAY "CONVERTIDOS " WS-CONT-CLI " CLIENTE(S), "
               WS-CONT-REC " CONTA(S) A RECEBER, "
               WS-CONT-CX " SESSAO(OES) DE CAIXA, "
               WS-CONT-PAR " PARAMETRO(S), "
               WS-CONT-EMP " EMPREGADO(S), "
               WS-CONT-AUD " REGISTRO(S) DE AUDITORIA E "
               WS-CONT-TV " TRAVA(S)".
           STOP RUN RETURNING WS-RC.
       CONVERTE-CLIENTES-PROCEDURE.
           OPEN INPUT ARQ-CLIOLD.
               END-READ
               IF WS-EOF = "N"
                   MOVE REG-CXOLD TO REG-CAIXA
                   MOVE SPACES TO CXTERMINAL
                   WRITE REG-CAIXA
                       INVALID KEY
                           DISPLAY "SESSAO DUPLICADA: " OXCHAVE
               END-READ
               IF WS-EOF = "N"
                   MOVE REG-PAROLD TO REG-PARAMETROS
                   MOVE 20.00 TO PTARIFA-CHEQUE
                   MOVE 30 TO PDIAS-CARENCIA
                   MOVE 2.00 TO PMULTA-MORA
                   MOVE 1.00 TO PJUROS-MORA
                   MOVE 0 TO PDEPR-MESES
                   MOVE 0 TO PDEPR-METODO
                   MOVE 1.00 TO PCONC-TOLER
                   MOVE 5.00 TO PISS-ALIQ
                   MOVE 10.00 TO PTAXA-CARTAO
                   MOVE 3 TO PINDICA-QTD
                   MOVE 10.00 TO PINDICA-CREDITO
                   MOVE 20.00 TO PINDICA-DESC
                   MOVE 3 TO PRISCO-LIM-B
                   MOVE 2 TO PRISCO-LIM-C
                   MOVE 1 TO PRISCO-LIM-D
                   MOVE "C" TO PRISCO-CAUCAO
                   WRITE REG-PARAMETROS
                       INVALID KEY
                           DISPLAY "CATEGORIA DUPLICADA: " OPCATEGORIA
           END-PERFORM.
           CLOSE ARQ-PAROLD.
           CLOSE ARQ-PARAMETROS.
       CONVERTE-EMPREGADOS-PROCEDURE.
           OPEN INPUT ARQ-EMPOLD.
           IF WS-FS2 <> 0
               DISPLAY "EMPREGADOS.OLD NAO ENCONTRADO, FS=" WS-FS2
               CLOSE ARQ-EMPOLD
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-EMPREGADOS.
           IF WS-FS <> 0
               DISPLAY "ERRO AO CRIAR EMPREGADOS, FS=" WS-FS
               MOVE WS-FS TO WS-RC
               CLOSE ARQ-EMPOLD
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO OEIDT.
           START ARQ-EMPOLD KEY IS GREATER THAN OEIDT
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-EMPOLD NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   MOVE REG-EMPOLD TO REG-EMPREGADO
                   MOVE ZEROES TO EBANCO
                   MOVE ZEROES TO EAGENCIA
                   MOVE SPACES TO ECONTA
                   MOVE SPACES TO ETIPOCONTA
                   WRITE REG-EMPREGADO
                       INVALID KEY
                           DISPLAY "ID DUPLICADO: " OEIDT
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-EMP
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE ARQ-EMPOLD.
           CLOSE ARQ-EMPREGADOS.
       CONVERTE-AUDITORIA-PROCEDURE.
           OPEN INPUT ARQ-AUDOLD.
           IF WS-FS2 <> 0
               DISPLAY "AUDITORIA.OLD NAO ENCONTRADO, FS=" WS-FS2
               CLOSE ARQ-AUDOLD
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-AUDIT.
           IF WS-FS <> 0
               DISPLAY "ERRO AO CRIAR AUDITORIA, FS=" WS-FS
               MOVE WS-FS TO WS-RC
               CLOSE ARQ-AUDOLD
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-AUDOLD NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   MOVE REG-AUDOLD TO REG-AUDIT
                   MOVE SPACES TO AUTERMINAL
                   WRITE REG-AUDIT
                   ADD 1 TO WS-CONT-AUD
               END-IF
           END-PERFORM.
           CLOSE ARQ-AUDOLD.
           CLOSE ARQ-AUDIT.
       CONVERTE-TRAVAS-PROCEDURE.
           OPEN INPUT ARQ-TVOLD.
           IF WS-FS2 <> 0
               DISPLAY "TRAVAS.OLD NAO ENCONTRADO, FS=" WS-FS2
               CLOSE ARQ-TVOLD
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TRAVAS.
           IF WS-FS <> 0
               DISPLAY "ERRO AO CRIAR TRAVAS, FS=" WS-FS
               MOVE WS-FS TO WS-RC
               CLOSE ARQ-TVOLD
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO OTTIPO.
           MOVE ZEROES TO OTREGISTRO.
           START ARQ-TVOLD KEY IS NOT LESS THAN OTCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-TVOLD NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   MOVE REG-TVOLD TO REG-TRAVAS
                   MOVE SPACES TO TVTERMINAL
                   WRITE REG-TRAVAS
                       INVALID KEY
                           DISPLAY "TRAVA DUPLICADA: " OTCHAVE
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-TV
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE ARQ-TVOLD.
           CLOSE ARQ-TRAVAS.
       END PROGRAM LAYCONV.
