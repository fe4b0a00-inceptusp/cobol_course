       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNGRAVA.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCJOURNAL.
       DATA DIVISION.
       FILE SECTION.
           COPY FDJOURNAL.
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-ARQ-JOURNAL PIC X(50) VALUE "JOURNAL.DAT".
       LINKAGE SECTION.
           01 LK-JRN.
               05 LK-JRN-PROGRAMA PIC X(10).
               05 LK-JRN-OPERADOR PIC 9(5).
               05 LK-JRN-ARQUIVO PIC X(10).
               05 LK-JRN-OP PIC X(1).
               05 LK-JRN-ANTES PIC X(400).
               05 LK-JRN-DEPOIS PIC X(400).
               05 LK-JRN-RC PIC X(1).
       PROCEDURE DIVISION USING LK-JRN.
       MAIN-PROCEDURE.
           OPEN EXTEND ARQ-JOURNAL.
           IF WS-FS = 35
               OPEN OUTPUT ARQ-JOURNAL
           END-IF.
           IF WS-FS <> 0
               MOVE "E" TO LK-JRN-RC
               GOBACK
           END-IF.
           ACCEPT JRDATA FROM DATE YYYYMMDD.
           ACCEPT JRHORA FROM TIME.
           MOVE LK-JRN-PROGRAMA TO JRPROGRAMA.
           MOVE LK-JRN-OPERADOR TO JROPERADOR.
           MOVE LK-JRN-ARQUIVO TO JRARQUIVO.
           MOVE LK-JRN-OP TO JROP.
           MOVE LK-JRN-ANTES TO JRANTES.
           MOVE LK-JRN-DEPOIS TO JRDEPOIS.
           WRITE REG-JOURNAL.
           IF WS-FS = 0
               MOVE "S" TO LK-JRN-RC
           ELSE
               MOVE "E" TO LK-JRN-RC
           END-IF.
           CLOSE ARQ-JOURNAL.
           GOBACK.
       END PROGRAM JRNGRAVA.
