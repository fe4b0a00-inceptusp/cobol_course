               SELECT ARQ-RESCISOES ASSIGN TO "RESCISOES.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-AUSENCIAS ASSIGN TO "AUSENCIAS.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-SAIDA ASSIGN TO DYNAMIC WS-ARQ-SAIDA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               05 ESALARIO PIC S9(6)V9(2).
               05 EPIN PIC 9(4).
               05 EADMISSAO PIC 9(8).
               05 EBANCO PIC 9(3).
               05 EAGENCIA PIC 9(5).
               05 ECONTA PIC X(12).
               05 ETIPOCONTA PIC X(1).
           FD ARQ-TABTRIB.
           01 REG-TABTRIB.
               05 TTIPO PIC X(1).
               05 RSDATA PIC 9(8).
               05 RSBRUTO PIC 9(7)V99.
               05 RSLIQUIDO PIC 9(7)V99.
           FD ARQ-AUSENCIAS.
           01 REG-AUSENCIAS.
               05 AUEIDT PIC 9(5).
               05 AUTIPO PIC X(1).
               05 AUINICIO PIC 9(8).
               05 AUFIM PIC 9(8).
               05 AUDIAS PIC 9(3).
               05 AUDOC PIC X(20).
               05 AUAPROVADOR PIC 9(5).
               05 AUREGISTRO PIC 9(8).
               05 AUINSS PIC X(1).
               05 AUSITUACAO PIC X(1).
           FD ARQ-SAIDA.
           01 SAIDA-REG PIC X(120).
       WORKING-STORAGE SECTION.
           77 WS-CONT-REM PIC 9(5) VALUE ZERO.
           77 WS-CONT-ADM PIC 9(5) VALUE ZERO.
           77 WS-CONT-DESL PIC 9(5) VALUE ZERO.
           77 WS-CONT-AFAST PIC 9(5) VALUE ZERO.
           77 WS-AFAST-INI PIC 9(6).
           77 WS-AFAST-FIM PIC 9(6).
           77 WS-TOT-BRUTO PIC 9(11)V99 VALUE ZERO.
           01 WS-INSS-TAB.
               05 WS-INSS-REG OCCURS 10 TIMES.
           WRITE SAIDA-REG.
           PERFORM VARRE-EMPREGADOS-PROCEDURE.
           PERFORM VARRE-RESCISOES-PROCEDURE.
           PERFORM VARRE-AFASTAMENTOS-PROCEDURE.
           MOVE SPACES TO SAIDA-REG.
           STRING "99" WS-CONT-REM WS-CONT-ADM WS-CONT-DESL
               " " WS-TOT-BRUTO " " WS-CONT-AFAST
               DELIMITED BY SIZE INTO SAIDA-REG
           END-STRING.
           WRITE SAIDA-REG.
           DISPLAY WS-ARQ-SAIDA " GERADO: "
               WS-CONT-REM " REMUNERACAO(OES), "
               WS-CONT-ADM " ADMISSAO(OES), "
               WS-CONT-DESL " DESLIGAMENTO(S), "
               WS-CONT-AFAST " AFASTAMENTO(S)".
           STOP RUN RETURNING WS-RC.
       CARREGA-TABELAS-PROCEDURE.
           OPEN INPUT ARQ-TABTRIB.
               END-IF
           END-PERFORM.
           CLOSE ARQ-RESCISOES.
       VARRE-AFASTAMENTOS-PROCEDURE.
           OPEN INPUT ARQ-AUSENCIAS.
           IF WS-FS2 <> 0
               CLOSE ARQ-AUSENCIAS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-AUSENCIAS
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND AUINSS = "S" AND AUSITUACAO = "A"
                   COMPUTE WS-AFAST-INI = AUINICIO / 100
                   COMPUTE WS-AFAST-FIM = AUFIM / 100
                   IF WS-AFAST-INI = WS-ANOMES
                       MOVE SPACES TO SAIDA-REG
                       STRING "S2230" AUEIDT
                           " AFASTAMENTO " AUTIPO
                           " INICIO " AUINICIO
                           " PREVISAO " AUFIM
                           " DIAS=" AUDIAS
                           " DOC " AUDOC
                           DELIMITED BY SIZE INTO SAIDA-REG
                       END-STRING
                       WRITE SAIDA-REG
                       ADD 1 TO WS-CONT-AFAST
                   END-IF
                   IF WS-AFAST-FIM = WS-ANOMES
                       AND WS-AFAST-FIM <> WS-AFAST-INI
                       MOVE SPACES TO SAIDA-REG
                       STRING "S2230" AUEIDT
                           " RETORNO " AUTIPO
                           " INICIO " AUINICIO
                           " TERMINO " AUFIM
                           " DIAS=" AUDIAS
                           " DOC " AUDOC
                           DELIMITED BY SIZE INTO SAIDA-REG
                       END-STRING
                       WRITE SAIDA-REG
                       ADD 1 TO WS-CONT-AFAST
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-AUSENCIAS.
       END PROGRAM ESOCIAL.
