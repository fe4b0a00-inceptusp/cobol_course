           FILE-CONTROL.
               COPY FCFILME.
               COPY FCARQCLIENTES.
               COPY FCJOURNAL.
               SELECT BKP-FILMES ASSIGN TO "BkpFilmes.dat".
               SELECT BKP-CLIENTES ASSIGN TO "BkpClientes.dat".
               SELECT BKP-CONTROLE ASSIGN TO "BkpCtl.dat"
       FILE SECTION.
           COPY FDFILME.
           COPY FDARQCLIENTES.
           COPY FDJOURNAL.
           FD BKP-FILMES.
           01 BKP-FILMES-REG.
               05 BKP-FCOD PIC 9(4).
               05 BKP-CTEL PIC X(15).
               05 BKP-CEMAIL PIC X(50).
               05 BKP-CTIPO PIC X(1).
               05 BKP-CCNPJ PIC X(14).
               05 BKP-CNASCIMENTO PIC 9(8).
               05 BKP-CRESPCPF PIC 9(11).
           FD BKP-CONTROLE.
           77 WS-HOJE PIC 9(8).
           77 WS-CONT-FILMES PIC 9(7) VALUE ZERO.
           77 WS-CONT-CLIENTES PIC 9(7) VALUE ZERO.
           77 WS-CONT-JOURNAL PIC 9(7) VALUE ZERO.
           77 WS-ARQ-JOURNAL PIC X(50) VALUE "JOURNAL.DAT".
           77 WS-ARQ-ARQUIVO PIC X(30).
           77 WS-HORA PIC 9(8).
           77 WS-CMD PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT ARQ-FILMES.
               END-IF
           END-IF.
           PERFORM GRAVA-CONTROLE-PROCEDURE.
           IF WS-RC = ZERO
               PERFORM VIRA-JOURNAL-PROCEDURE
           END-IF.
           IF WS-RC = ZERO
               DISPLAY "BACKUP CONCLUIDO"
           ELSE
               WRITE REG-CONTROLE
               CLOSE BKP-CONTROLE
           END-IF.
       VIRA-JOURNAL-PROCEDURE.
           OPEN INPUT ARQ-JOURNAL.
           IF WS-FS = 35
               DISPLAY "JOURNAL VAZIO, NADA A ARQUIVAR"
               EXIT PARAGRAPH
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR JOURNAL, FS=" WS-FS
               MOVE WS-FS TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-JOURNAL
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END ADD 1 TO WS-CONT-JOURNAL
               END-READ
           END-PERFORM.
           CLOSE ARQ-JOURNAL.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO WS-ARQ-ARQUIVO.
           STRING "JOURNAL." WS-HOJE WS-HORA (1:6) ".DAT"
               DELIMITED BY SIZE INTO WS-ARQ-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-CMD.
           STRING "mv -f JOURNAL.DAT " WS-ARQ-ARQUIVO
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.
           DISPLAY "JOURNAL ARQUIVADO EM " WS-ARQ-ARQUIVO
               " ENTRADAS=" WS-CONT-JOURNAL.
       BACKUP-FILMES-PROCEDURE.
           MOVE ZEROES TO FCOD.
           MOVE ZEROES TO FCOPIA.
