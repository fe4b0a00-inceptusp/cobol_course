               05 PPROV-90 PIC 9(3).
               05 PPROV-MAIS PIC 9(3).
               05 PDIAS-COBEXT PIC 9(3).
               05 PTARIFA-CHEQUE PIC 9(3)V99.
               05 PDIAS-CARENCIA PIC 9(3).
               05 PMULTA-MORA PIC 9(2)V99.
               05 PJUROS-MORA PIC 9(2)V99.
               05 PDEPR-MESES PIC 9(3).
               05 PDEPR-METODO PIC 9(1).
               05 PCONC-TOLER PIC 9(5)V99.
               05 PISS-ALIQ PIC 9(2)V99.
               05 PTAXA-CARTAO PIC 9(3)V99.
               05 PINDICA-QTD PIC 9(2).
               05 PINDICA-CREDITO PIC 9(3)V99.
               05 PINDICA-DESC PIC 9(2)V99.
               05 PRISCO-LIM-B PIC 9(2).
               05 PRISCO-LIM-C PIC 9(2).
               05 PRISCO-LIM-D PIC 9(2).
               05 PRISCO-CAUCAO PIC X(1).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-CATEGORIA-ENTRADA PIC X(10).
           77 WS-PROV-90 PIC 9(3).
           77 WS-PROV-MAIS PIC 9(3).
           77 WS-DIAS-COBEXT PIC 9(3).
           77 WS-TARIFA-CHEQUE PIC 9(3)V99.
           77 WS-DIAS-CARENCIA PIC 9(3).
           77 WS-MULTA-MORA PIC 9(2)V99.
           77 WS-JUROS-MORA PIC 9(2)V99.
           77 WS-DEPR-MESES PIC 9(3).
           77 WS-DEPR-METODO PIC 9(1).
           77 WS-CONC-TOLER PIC 9(5)V99.
           77 WS-ISS-ALIQ PIC 9(2)V99.
           77 WS-TAXA-CARTAO PIC 9(3)V99.
           77 WS-INDICA-QTD PIC 9(2).
           77 WS-INDICA-CREDITO PIC 9(3)V99.
           77 WS-INDICA-DESC PIC 9(2)V99.
           77 WS-RISCO-LIM-B PIC 9(2).
           77 WS-RISCO-LIM-C PIC 9(2).
           77 WS-RISCO-LIM-D PIC 9(2).
           77 WS-RISCO-CAUCAO PIC X(1).
           77 WS-DATA-LK PIC 9(8).
           77 WS-DATA-MODO PIC X(1).
           77 WS-DATA-VALIDA PIC X(1).
           77 WS-DEF-PROV-90 PIC 9(3) VALUE 50.
           77 WS-DEF-PROV-MAIS PIC 9(3) VALUE 100.
           77 WS-DEF-DIAS-COBEXT PIC 9(3) VALUE 120.
           77 WS-DEF-TARIFA-CHEQUE PIC 9(3)V99 VALUE 20.00.
           77 WS-DEF-DIAS-CARENCIA PIC 9(3) VALUE 30.
           77 WS-DEF-MULTA-MORA PIC 9(2)V99 VALUE 2.00.
           77 WS-DEF-JUROS-MORA PIC 9(2)V99 VALUE 1.00.
           77 WS-DEF-DEPR-MESES PIC 9(3) VALUE 0.
           77 WS-DEF-DEPR-METODO PIC 9(1) VALUE 0.
           77 WS-DEF-CONC-TOLER PIC 9(5)V99 VALUE 1.00.
           77 WS-DEF-ISS-ALIQ PIC 9(2)V99 VALUE 5.00.
           77 WS-DEF-TAXA-CARTAO PIC 9(3)V99 VALUE 10.00.
           77 WS-DEF-INDICA-QTD PIC 9(2) VALUE 3.
           77 WS-DEF-INDICA-CREDITO PIC 9(3)V99 VALUE 10.00.
           77 WS-DEF-INDICA-DESC PIC 9(2)V99 VALUE 20.00.
           77 WS-DEF-RISCO-LIM-B PIC 9(2) VALUE 3.
           77 WS-DEF-RISCO-LIM-C PIC 9(2) VALUE 2.
           77 WS-DEF-RISCO-LIM-D PIC 9(2) VALUE 1.
           77 WS-DEF-RISCO-CAUCAO PIC X(1) VALUE "C".
           77 WS-GER-EMPID PIC 9(5).
           77 WS-GER-PIN PIC 9(4).
           77 WS-GER-OK PIC X(1).
               MOVE WS-DEF-PROV-90 TO PPROV-90
               MOVE WS-DEF-PROV-MAIS TO PPROV-MAIS
               MOVE WS-DEF-DIAS-COBEXT TO PDIAS-COBEXT
               MOVE WS-DEF-TARIFA-CHEQUE TO PTARIFA-CHEQUE
               MOVE WS-DEF-DIAS-CARENCIA TO PDIAS-CARENCIA
               MOVE WS-DEF-MULTA-MORA TO PMULTA-MORA
               MOVE WS-DEF-JUROS-MORA TO PJUROS-MORA
               MOVE WS-DEF-DEPR-MESES TO PDEPR-MESES
               MOVE WS-DEF-DEPR-METODO TO PDEPR-METODO
               MOVE WS-DEF-CONC-TOLER TO PCONC-TOLER
               MOVE WS-DEF-ISS-ALIQ TO PISS-ALIQ
               MOVE WS-DEF-TAXA-CARTAO TO PTAXA-CARTAO
               MOVE WS-DEF-INDICA-QTD TO PINDICA-QTD
               MOVE WS-DEF-INDICA-CREDITO TO PINDICA-CREDITO
               MOVE WS-DEF-INDICA-DESC TO PINDICA-DESC
               MOVE WS-DEF-RISCO-LIM-B TO PRISCO-LIM-B
               MOVE WS-DEF-RISCO-LIM-C TO PRISCO-LIM-C
               MOVE WS-DEF-RISCO-LIM-D TO PRISCO-LIM-D
               MOVE WS-DEF-RISCO-CAUCAO TO PRISCO-CAUCAO
               WRITE REG-PARAMETROS
               CLOSE ARQ-PARAMETROS
               OPEN I-O ARQ-PARAMETROS
           MOVE ZEROES TO WS-PROV-90.
           MOVE ZEROES TO WS-PROV-MAIS.
           MOVE ZEROES TO WS-DIAS-COBEXT.
           MOVE ZEROES TO WS-TARIFA-CHEQUE.
           MOVE ZEROES TO WS-DIAS-CARENCIA.
           MOVE ZEROES TO WS-MULTA-MORA.
           MOVE ZEROES TO WS-JUROS-MORA.
           MOVE ZEROES TO WS-DEPR-MESES.
           MOVE ZEROES TO WS-DEPR-METODO.
           MOVE ZEROES TO WS-CONC-TOLER.
           MOVE ZEROES TO WS-ISS-ALIQ.
           MOVE ZEROES TO WS-TAXA-CARTAO.
           MOVE ZEROES TO WS-INDICA-QTD.
           MOVE ZEROES TO WS-INDICA-CREDITO.
           MOVE ZEROES TO WS-INDICA-DESC.
           MOVE ZEROES TO WS-RISCO-LIM-B.
           MOVE ZEROES TO WS-RISCO-LIM-C.
           MOVE ZEROES TO WS-RISCO-LIM-D.
           MOVE SPACES TO WS-RISCO-CAUCAO.
           IF WS-CATEGORIA-ENTRADA = "DEFAULT   "
               DISPLAY "LIMITE DE ALUGUEIS (0 = NAO ALTERAR): "
               ACCEPT WS-LIMITE
               DISPLAY "DIAS P/ ENVIO A COBRANCA EXTERNA (0 = NAO"
               DISPLAY "ALTERAR): "
               ACCEPT WS-DIAS-COBEXT
               DISPLAY "TARIFA DE CHEQUE DEVOLVIDO (0 = NAO ALTERAR): "
               ACCEPT WS-TARIFA-CHEQUE
               DISPLAY "DIAS DE CARENCIA P/ JUROS E MULTA DE MORA"
               DISPLAY "(0 = NAO ALTERAR): "
               ACCEPT WS-DIAS-CARENCIA
               DISPLAY "MULTA DE MORA PCT (0 = NAO ALTERAR): "
               ACCEPT WS-MULTA-MORA
               DISPLAY "JUROS DE MORA PCT AO MES (0 = NAO ALTERAR): "
               ACCEPT WS-JUROS-MORA
               DISPLAY "VIDA UTIL PARA DEPRECIACAO EM MESES"
               DISPLAY "(0 = PADRAO DO SISTEMA): "
               ACCEPT WS-DEPR-MESES
               DISPLAY "METODO DE DEPRECIACAO (1=LINEAR"
               DISPLAY "2=ACELERADO, 0=PADRAO): "
               ACCEPT WS-DEPR-METODO
               DISPLAY "TOLERANCIA DA CONCILIACAO AUXILIAR X"
               DISPLAY "CONTABIL EM R$ (0 = NAO ALTERAR): "
               ACCEPT WS-CONC-TOLER
               DISPLAY "ALIQUOTA PADRAO DO ISS EM %"
               DISPLAY "(0 = NAO ALTERAR): "
               ACCEPT WS-ISS-ALIQ
               DISPLAY "TAXA DE SEGUNDA VIA DO CARTAO"
               DISPLAY "(0 = NAO ALTERAR): "
               ACCEPT WS-TAXA-CARTAO
               DISPLAY "ALUGUEIS PAGOS P/ CONVERTER INDICACAO"
               DISPLAY "(0 = NAO ALTERAR): "
               ACCEPT WS-INDICA-QTD
               DISPLAY "CREDITO EM CARTEIRA AO INDICADOR"
               DISPLAY "(0 = NAO ALTERAR): "
               ACCEPT WS-INDICA-CREDITO
               DISPLAY "DESCONTO DE BOAS-VINDAS AO INDICADO PCT"
               DISPLAY "(0 = NAO ALTERAR): "
               ACCEPT WS-INDICA-DESC
               DISPLAY "LIMITE DE ALUGUEIS NA FAIXA DE RISCO B"
               DISPLAY "(0 = NAO ALTERAR): "
               ACCEPT WS-RISCO-LIM-B
               DISPLAY "LIMITE DE ALUGUEIS NA FAIXA DE RISCO C"
               DISPLAY "(0 = NAO ALTERAR): "
               ACCEPT WS-RISCO-LIM-C
               DISPLAY "LIMITE DE ALUGUEIS NA FAIXA DE RISCO D"
               DISPLAY "(0 = NAO ALTERAR): "
               ACCEPT WS-RISCO-LIM-D
               DISPLAY "FAIXA DE RISCO A PARTIR DA QUAL A CAUCAO"
               DISPLAY "E OBRIGATORIA (B/C/D, N = NENHUMA,"
               DISPLAY "BRANCO = NAO ALTERAR): "
               ACCEPT WS-RISCO-CAUCAO
               MOVE FUNCTION UPPER-CASE (WS-RISCO-CAUCAO)
                   TO WS-RISCO-CAUCAO
               IF WS-RISCO-CAUCAO <> SPACES
                   AND WS-RISCO-CAUCAO <> "B"
                   AND WS-RISCO-CAUCAO <> "C"
                   AND WS-RISCO-CAUCAO <> "D"
                   AND WS-RISCO-CAUCAO <> "N"
                   DISPLAY "FAIXA INVALIDA, VALOR ATUAL MANTIDO"
                   MOVE SPACES TO WS-RISCO-CAUCAO
               END-IF
           END-IF.
           IF WS-CATEGORIA-ENTRADA = "JOGO" OR "CONSOLE"
               DISPLAY "CUSTO MINIMO PARA CAUCAO (0 = NAO ALTERAR): "
               ACCEPT WS-CAUCAO
           END-IF.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-DATA-VALIDA.
                   OR WS-PROV-30 <> ZEROES OR WS-PROV-60 <> ZEROES
                   OR WS-PROV-90 <> ZEROES
                   OR WS-PROV-MAIS <> ZEROES
                   OR WS-DIAS-COBEXT <> ZEROES
                   OR WS-TARIFA-CHEQUE <> ZEROES
                   OR WS-DIAS-CARENCIA <> ZEROES
                   OR WS-MULTA-MORA <> ZEROES
                   OR WS-JUROS-MORA <> ZEROES
                   OR WS-DEPR-MESES <> ZEROES
                   OR WS-DEPR-METODO <> ZEROES
                   OR WS-CONC-TOLER <> ZEROES
                   OR WS-ISS-ALIQ <> ZEROES
                   OR WS-TAXA-CARTAO <> ZEROES
                   OR WS-INDICA-QTD <> ZEROES
                   OR WS-INDICA-CREDITO <> ZEROES
                   OR WS-INDICA-DESC <> ZEROES
                   OR WS-RISCO-LIM-B <> ZEROES
                   OR WS-RISCO-LIM-C <> ZEROES
                   OR WS-RISCO-LIM-D <> ZEROES
                   OR WS-RISCO-CAUCAO <> SPACES)
               DISPLAY "SOMENTE PERIODO, MULTA E VALOR DO ALUGUEL"
               DISPLAY "ACEITAM VIGENCIA FUTURA; OS DEMAIS CAMPOS"
               DISPLAY "DEVEM SER ALTERADOS COM VIGENCIA IMEDIATA"
                   IF PDIAS-COBEXT > ZERO
                       MOVE PDIAS-COBEXT TO WS-DEF-DIAS-COBEXT
                   END-IF
                   IF PTARIFA-CHEQUE > ZERO
                       MOVE PTARIFA-CHEQUE TO WS-DEF-TARIFA-CHEQUE
                   END-IF
                   IF PDIAS-CARENCIA > ZERO
                       MOVE PDIAS-CARENCIA TO WS-DEF-DIAS-CARENCIA
                   END-IF
                   IF PMULTA-MORA > ZERO
                       MOVE PMULTA-MORA TO WS-DEF-MULTA-MORA
                   END-IF
                   IF PJUROS-MORA > ZERO
                       MOVE PJUROS-MORA TO WS-DEF-JUROS-MORA
                   END-IF
                   IF PDEPR-MESES > ZERO
                       MOVE PDEPR-MESES TO WS-DEF-DEPR-MESES
                   END-IF
                   IF PDEPR-METODO > ZERO
                       MOVE PDEPR-METODO TO WS-DEF-DEPR-METODO
                   END-IF
                   IF PCONC-TOLER > ZERO
                       MOVE PCONC-TOLER TO WS-DEF-CONC-TOLER
                   END-IF
                   IF PISS-ALIQ > ZERO
                       MOVE PISS-ALIQ TO WS-DEF-ISS-ALIQ
                   END-IF
                   IF PTAXA-CARTAO > ZERO
                       MOVE PTAXA-CARTAO TO WS-DEF-TAXA-CARTAO
                   END-IF
                   IF PINDICA-QTD > ZERO
                       MOVE PINDICA-QTD TO WS-DEF-INDICA-QTD
                   END-IF
                   IF PINDICA-CREDITO > ZERO
                       MOVE PINDICA-CREDITO TO WS-DEF-INDICA-CREDITO
                   END-IF
                   IF PINDICA-DESC > ZERO
                       MOVE PINDICA-DESC TO WS-DEF-INDICA-DESC
                   END-IF
                   IF PRISCO-LIM-B > ZERO
                       MOVE PRISCO-LIM-B TO WS-DEF-RISCO-LIM-B
                   END-IF
                   IF PRISCO-LIM-C > ZERO
                       MOVE PRISCO-LIM-C TO WS-DEF-RISCO-LIM-C
                   END-IF
                   IF PRISCO-LIM-D > ZERO
                       MOVE PRISCO-LIM-D TO WS-DEF-RISCO-LIM-D
                   END-IF
                   IF PRISCO-CAUCAO <> SPACES
                       MOVE PRISCO-CAUCAO TO WS-DEF-RISCO-CAUCAO
                   END-IF
           END-READ.
       GRAVA-NOVO-PROCEDURE.
           MOVE WS-CATEGORIA-ENTRADA TO PCATEGORIA.
           ELSE
               MOVE WS-DEF-DIAS-COBEXT TO PDIAS-COBEXT
           END-IF.
           IF WS-TARIFA-CHEQUE <> ZEROES
               MOVE WS-TARIFA-CHEQUE TO PTARIFA-CHEQUE
           ELSE
               MOVE WS-DEF-TARIFA-CHEQUE TO PTARIFA-CHEQUE
           END-IF.
           IF WS-DIAS-CARENCIA <> ZEROES
               MOVE WS-DIAS-CARENCIA TO PDIAS-CARENCIA
           ELSE
               MOVE WS-DEF-DIAS-CARENCIA TO PDIAS-CARENCIA
           END-IF.
           IF WS-MULTA-MORA <> ZEROES
               MOVE WS-MULTA-MORA TO PMULTA-MORA
           ELSE
               MOVE WS-DEF-MULTA-MORA TO PMULTA-MORA
           END-IF.
           IF WS-JUROS-MORA <> ZEROES
               MOVE WS-JUROS-MORA TO PJUROS-MORA
           ELSE
               MOVE WS-DEF-JUROS-MORA TO PJUROS-MORA
           END-IF.
           IF WS-DEPR-MESES <> ZEROES
               MOVE WS-DEPR-MESES TO PDEPR-MESES
           ELSE
               MOVE WS-DEF-DEPR-MESES TO PDEPR-MESES
           END-IF.
           IF WS-DEPR-METODO <> ZEROES
               MOVE WS-DEPR-METODO TO PDEPR-METODO
           ELSE
               MOVE WS-DEF-DEPR-METODO TO PDEPR-METODO
           END-IF.
           IF WS-CONC-TOLER <> ZEROES
               MOVE WS-CONC-TOLER TO PCONC-TOLER
           ELSE
               MOVE WS-DEF-CONC-TOLER TO PCONC-TOLER
           END-IF.
           IF WS-ISS-ALIQ <> ZEROES
               MOVE WS-ISS-ALIQ TO PISS-ALIQ
           ELSE
               MOVE WS-DEF-ISS-ALIQ TO PISS-ALIQ
           END-IF.
           IF WS-TAXA-CARTAO <> ZEROES
               MOVE WS-TAXA-CARTAO TO PTAXA-CARTAO
           ELSE
               MOVE WS-DEF-TAXA-CARTAO TO PTAXA-CARTAO
           END-IF.
           IF WS-INDICA-QTD <> ZEROES
               MOVE WS-INDICA-QTD TO PINDICA-QTD
           ELSE
               MOVE WS-DEF-INDICA-QTD TO PINDICA-QTD
           END-IF.
           IF WS-INDICA-CREDITO <> ZEROES
               MOVE WS-INDICA-CREDITO TO PINDICA-CREDITO
           ELSE
               MOVE WS-DEF-INDICA-CREDITO TO PINDICA-CREDITO
           END-IF.
           IF WS-INDICA-DESC <> ZEROES
               MOVE WS-INDICA-DESC TO PINDICA-DESC
           ELSE
               MOVE WS-DEF-INDICA-DESC TO PINDICA-DESC
           END-IF.
           IF WS-RISCO-LIM-B <> ZEROES
               MOVE WS-RISCO-LIM-B TO PRISCO-LIM-B
           ELSE
               MOVE WS-DEF-RISCO-LIM-B TO PRISCO-LIM-B
           END-IF.
           IF WS-RISCO-LIM-C <> ZEROES
               MOVE WS-RISCO-LIM-C TO PRISCO-LIM-C
           ELSE
               MOVE WS-DEF-RISCO-LIM-C TO PRISCO-LIM-C
           END-IF.
           IF WS-RISCO-LIM-D <> ZEROES
               MOVE WS-RISCO-LIM-D TO PRISCO-LIM-D
           ELSE
               MOVE WS-DEF-RISCO-LIM-D TO PRISCO-LIM-D
           END-IF.
           IF WS-RISCO-CAUCAO <> SPACES
               MOVE WS-RISCO-CAUCAO TO PRISCO-CAUCAO
           ELSE
               MOVE WS-DEF-RISCO-CAUCAO TO PRISCO-CAUCAO
           END-IF.
       ATUALIZA-PROCEDURE.
           IF WS-DIAS <> ZEROES
               MOVE WS-DIAS TO PDIAS-ALUGUEL
           IF WS-DIAS-COBEXT <> ZEROES
               MOVE WS-DIAS-COBEXT TO PDIAS-COBEXT
           END-IF.
           IF WS-TARIFA-CHEQUE <> ZEROES
               MOVE WS-TARIFA-CHEQUE TO PTARIFA-CHEQUE
           END-IF.
           IF WS-DIAS-CARENCIA <> ZEROES
               MOVE WS-DIAS-CARENCIA TO PDIAS-CARENCIA
           END-IF.
           IF WS-MULTA-MORA <> ZEROES
               MOVE WS-MULTA-MORA TO PMULTA-MORA
           END-IF.
           IF WS-JUROS-MORA <> ZEROES
               MOVE WS-JUROS-MORA TO PJUROS-MORA
           END-IF.
           IF WS-DEPR-MESES <> ZEROES
               MOVE WS-DEPR-MESES TO PDEPR-MESES
           END-IF.
           IF WS-DEPR-METODO <> ZEROES
               MOVE WS-DEPR-METODO TO PDEPR-METODO
           END-IF.
           IF WS-CONC-TOLER <> ZEROES
               MOVE WS-CONC-TOLER TO PCONC-TOLER
           END-IF.
           IF WS-ISS-ALIQ <> ZEROES
               MOVE WS-ISS-ALIQ TO PISS-ALIQ
           END-IF.
           IF WS-TAXA-CARTAO <> ZEROES
               MOVE WS-TAXA-CARTAO TO PTAXA-CARTAO
           END-IF.
           IF WS-INDICA-QTD <> ZEROES
               MOVE WS-INDICA-QTD TO PINDICA-QTD
           END-IF.
           IF WS-INDICA-CREDITO <> ZEROES
               MOVE WS-INDICA-CREDITO TO PINDICA-CREDITO
           END-IF.
           IF WS-INDICA-DESC <> ZEROES
               MOVE WS-INDICA-DESC TO PINDICA-DESC
           END-IF.
           IF WS-RISCO-LIM-B <> ZEROES
               MOVE WS-RISCO-LIM-B TO PRISCO-LIM-B
           END-IF.
           IF WS-RISCO-LIM-C <> ZEROES
               MOVE WS-RISCO-LIM-C TO PRISCO-LIM-C
           END-IF.
           IF WS-RISCO-LIM-D <> ZEROES
               MOVE WS-RISCO-LIM-D TO PRISCO-LIM-D
           END-IF.
           IF WS-RISCO-CAUCAO <> SPACES
               MOVE WS-RISCO-CAUCAO TO PRISCO-CAUCAO
           END-IF.
       VALIDA-DATA-PROCEDURE.
           MOVE "G" TO WS-DATA-MODO.
           CALL "Data_Verify" USING WS-DATA-LK WS-DATA-MODO
