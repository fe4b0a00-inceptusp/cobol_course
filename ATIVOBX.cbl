       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVOBX.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCATIVO.
               COPY FCDEPRMOV.
       DATA DIVISION.
       FILE SECTION.
           COPY FDATIVO.
           COPY FDDEPRMOV.
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-ACHOU PIC X(1).
       LINKAGE SECTION.
           01 LK-ATB.
               05 LK-ATB-FCOD PIC 9(4).
               05 LK-ATB-FCOPIA PIC 9(2).
               05 LK-ATB-CATEGORIA PIC X(10).
               05 LK-ATB-CUSTO PIC 9(7)V99.
               05 LK-ATB-AQUIS PIC 9(8).
               05 LK-ATB-MOTIVO PIC X(1).
               05 LK-ATB-DATA PIC 9(8).
               05 LK-ATB-VALOR PIC 9(7)V99.
               05 LK-ATB-CONTABIL PIC 9(7)V99.
               05 LK-ATB-RESULT PIC S9(7)V99.
               05 LK-ATB-RC PIC X(1).
       PROCEDURE DIVISION USING LK-ATB.
       MAIN-PROCEDURE.
           MOVE ZEROES TO LK-ATB-CONTABIL.
           MOVE ZEROES TO LK-ATB-RESULT.
           OPEN I-O ARQ-ATIVO.
           IF WS-FS = "35"
               CLOSE ARQ-ATIVO
               OPEN OUTPUT ARQ-ATIVO
               CLOSE ARQ-ATIVO
               OPEN I-O ARQ-ATIVO
           END-IF.
           IF WS-FS <> 0
               MOVE "E" TO LK-ATB-RC
               GOBACK
           END-IF.
           MOVE LK-ATB-FCOD TO ATFCOD.
           MOVE LK-ATB-FCOPIA TO ATFCOPIA.
           READ ARQ-ATIVO
               INVALID KEY MOVE "N" TO WS-ACHOU
               NOT INVALID KEY MOVE "S" TO WS-ACHOU
           END-READ.
           IF WS-ACHOU = "S" AND ATSTATUS = "B"
               MOVE "J" TO LK-ATB-RC
               CLOSE ARQ-ATIVO
               GOBACK
           END-IF.
           IF WS-ACHOU = "N"
               PERFORM REGISTRA-PROCEDURE
           END-IF.
           COMPUTE LK-ATB-CONTABIL = ATCUSTO - ATDEPR-ACUM.
           COMPUTE LK-ATB-RESULT = LK-ATB-VALOR - LK-ATB-CONTABIL.
           MOVE "B" TO ATSTATUS.
           MOVE LK-ATB-DATA TO ATBXDATA.
           MOVE LK-ATB-MOTIVO TO ATBXMOTIVO.
           MOVE LK-ATB-VALOR TO ATBXVALOR.
           MOVE LK-ATB-RESULT TO ATBXRESULT.
           IF WS-ACHOU = "N"
               WRITE REG-ATIVO
           ELSE
               REWRITE REG-ATIVO
           END-IF.
           IF WS-FS <> 0
               MOVE "E" TO LK-ATB-RC
               CLOSE ARQ-ATIVO
               GOBACK
           END-IF.
           CLOSE ARQ-ATIVO.
           PERFORM GRAVA-MOVIMENTO-PROCEDURE.
           MOVE "S" TO LK-ATB-RC.
           GOBACK.
       REGISTRA-PROCEDURE.
           MOVE LK-ATB-CATEGORIA TO ATCATEGORIA.
           IF LK-ATB-AQUIS > ZEROES
               MOVE LK-ATB-AQUIS TO ATAQUIS
           ELSE
               MOVE LK-ATB-DATA TO ATAQUIS
           END-IF.
           MOVE LK-ATB-CUSTO TO ATCUSTO.
           MOVE ZERO TO ATMETODO.
           MOVE ZEROES TO ATMESES.
           MOVE ZEROES TO ATMESES-DEPR.
           MOVE ZEROES TO ATULTMES.
           MOVE ZEROES TO ATDEPR-ACUM.
       GRAVA-MOVIMENTO-PROCEDURE.
           OPEN EXTEND ARQ-DEPRMOV.
           IF WS-FS = "35"
               OPEN OUTPUT ARQ-DEPRMOV
           END-IF.
           IF WS-FS = 0
               MOVE LK-ATB-DATA TO DMDATA
               MOVE LK-ATB-FCOD TO DMFCOD
               MOVE LK-ATB-FCOPIA TO DMFCOPIA
               IF ATDEPR-ACUM > ZEROES
                   MOVE "BA" TO DMTIPO
                   MOVE ATDEPR-ACUM TO DMVALOR
                   WRITE REG-DEPRMOV
               END-IF
               IF LK-ATB-CONTABIL > ZEROES
                   MOVE "BC" TO DMTIPO
                   MOVE LK-ATB-CONTABIL TO DMVALOR
                   WRITE REG-DEPRMOV
               END-IF
               CLOSE ARQ-DEPRMOV
           END-IF.
       END PROGRAM ATIVOBX.
