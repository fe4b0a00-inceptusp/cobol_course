       01 CNPJ-SAIDA-REG PIC X(40).
       WORKING-STORAGE SECTION.
              77 CNPJ PIC X(14).
              01 VALORES.
                     05 VCNPJ PIC 9(2) OCCURS 14.
              77 PESO PIC 9(12) VALUE 543298765432.
              77 NPESO REDEFINES PESO PIC 9(1) OCCURS 12.
              77 ACC PIC 9(4) VALUE ZERO.
              77 I PIC 9(2) VALUE 1.
              77 DV1 PIC 9(1).
              77 DV2 PIC 9(1).
              IF LK-CNPJ NOT = SPACES AND LK-CNPJ NOT = LOW-VALUES
                     MOVE LK-CNPJ TO CNPJ
                     PERFORM VALIDA-PROCEDURE
                     MOVE CNPJ TO LK-CNPJ
                     MOVE WS-CNPJ-VALIDO TO LK-CNPJ-VALIDO
                     MOVE DV1 TO LK-DV1
                     MOVE DV2 TO LK-DV2
                     AT END MOVE "Y" TO WS-EOF
              END-READ.
       VALIDA-PROCEDURE.
              MOVE FUNCTION UPPER-CASE(CNPJ) TO CNPJ.
              MOVE "S" TO WS-CNPJ-VALIDO.
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 14
                     EVALUATE TRUE
                            WHEN CNPJ(I:1) >= "0" AND CNPJ(I:1) <= "9"
                                   COMPUTE VCNPJ(I) =
                                          FUNCTION ORD(CNPJ(I:1)) - 49
                            WHEN I < 13 AND CNPJ(I:1) >= "A"
                                   AND CNPJ(I:1) <= "Z"
                                   COMPUTE VCNPJ(I) =
                                          FUNCTION ORD(CNPJ(I:1)) - 49
                            WHEN OTHER
                                   MOVE ZERO TO VCNPJ(I)
                                   MOVE "N" TO WS-CNPJ-VALIDO
                     END-EVALUATE
              END-PERFORM.
              MOVE ZERO TO ACC.
              PERFORM VARYING I FROM 1 BY 1 UNTIL I=13
                     COMPUTE ACC = ACC + (VCNPJ(I) * NPESO(I))
              END-PERFORM.
              COMPUTE ACC = FUNCTION MOD(ACC, 11).
              IF ACC < 2
                     MOVE ZERO TO DV1
              ELSE
                     COMPUTE DV1 = 11 - ACC
              END-IF.
              MOVE ZERO TO ACC.
              COMPUTE ACC = VCNPJ(1) * 6.
              PERFORM VARYING I FROM 1 BY 1 UNTIL I=13
                     COMPUTE ACC = ACC + (VCNPJ((I + 1)) * NPESO(I))
              END-PERFORM.
              COMPUTE ACC = FUNCTION MOD(ACC, 11).
              IF ACC < 2
                     MOVE ZERO TO DV2
              ELSE
                     COMPUTE DV2 = 11 - ACC
              END-IF.
              IF WS-CNPJ-VALIDO = "S"
                     AND VCNPJ(13) = DV1 AND VCNPJ(14) = DV2
                     MOVE "S" TO WS-CNPJ-VALIDO
              ELSE
                     MOVE "N" TO WS-CNPJ-VALIDO
