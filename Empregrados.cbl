               SELECT ARQ-BENEF ASSIGN TO "BENEF.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-CREDSAL ASSIGN TO DYNAMIC WS-CRED-ARQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-ESCALA ASSIGN TO "ESCALA"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ESCHAVE
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-ESCREL ASSIGN TO DYNAMIC WS-ESC-ARQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               COPY FCCAIXAMOV.
               SELECT ARQ-BANCOH ASSIGN TO "BANCOHORAS.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-BHACORDO ASSIGN TO "BHACORDO.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-BHEXTRATO ASSIGN TO DYNAMIC WS-BH-ARQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-VALES ASSIGN TO "VALES.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-VALPARC ASSIGN TO "VALESPARC.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-VLRECIBO ASSIGN TO DYNAMIC WS-VL-ARQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-AUSENCIAS ASSIGN TO "AUSENCIAS.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-FOLHAHIST ASSIGN TO "FOLHAHIST.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-INFORME ASSIGN TO DYNAMIC WS-IR-ARQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-EMPREGADOS ASSIGN TO "EMPREGADOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   05 ESALARIO PIC S9(6)V9(2).
                   05 EPIN PIC 9(4).
                   05 EADMISSAO PIC 9(8).
                   05 EBANCO PIC 9(3).
                   05 EAGENCIA PIC 9(5).
                   05 ECONTA PIC X(12).
                   05 ETIPOCONTA PIC X(1).
           COPY FDFUNCIONARIOS.
           FD ARQ-FERIAS.
               01 REG-FERIAS.
                   05 BNVALOR PIC 9(5)V99.
                   05 BNINICIO PIC 9(8).
                   05 BNFIM PIC 9(8).
           FD ARQ-CREDSAL.
               01 REG-CREDSAL PIC X(150).
           FD ARQ-ESCALA.
               01 REG-ESCALA.
                   05 ESCHAVE.
                       10 ESDATA PIC 9(8).
                       10 ESEIDT PIC 9(5).
                   05 ESFILIAL PIC 9(2).
                   05 ESENTRADA PIC X(5).
                   05 ESSAIDA PIC X(5).
                   05 ESMINUTOS PIC 9(4).
                   05 ESSITUACAO PIC X(1).
           FD ARQ-ESCREL.
               01 REG-ESCREL PIC X(80).
           COPY FDCAIXAMOV.
           FD ARQ-BANCOH.
               01 REG-BANCOH.
                   05 BHEIDT PIC 9(5).
                   05 BHANOMES PIC 9(6).
                   05 BHDATA PIC 9(8).
                   05 BHTIPO PIC X(1).
                   05 BHMINUTOS PIC 9(5).
                   05 BHVENCE PIC 9(8).
                   05 BHHIST PIC X(30).
           FD ARQ-BHACORDO.
               01 REG-BHACORDO.
                   05 BAEIDT PIC 9(5).
                   05 BATIPO PIC X(1).
                   05 BAPRAZO PIC 9(2).
                   05 BATETO PIC 9(3).
                   05 BAINICIO PIC 9(8).
                   05 BAFIM PIC 9(8).
           FD ARQ-BHEXTRATO.
               01 REG-BHEXTRATO PIC X(80).
           FD ARQ-VALES.
               01 REG-VALES.
                   05 VLNUMERO PIC 9(6).
                   05 VLEIDT PIC 9(5).
                   05 VLTIPO PIC X(1).
                   05 VLDATA PIC 9(8).
                   05 VLVALOR PIC 9(7)V99.
                   05 VLPARCELAS PIC 9(2).
                   05 VLINICIO PIC 9(6).
                   05 VLGERENTE PIC 9(5).
                   05 VLFORMA PIC X(1).
                   05 VLOPERADOR PIC 9(5).
                   05 VLSALDO PIC 9(7)V99.
                   05 VLPAGAS PIC 9(2).
                   05 VLSITUACAO PIC X(1).
                   05 VLQUITACAO PIC 9(6).
           FD ARQ-VALPARC.
               01 REG-VALPARC.
                   05 VPNUMERO PIC 9(6).
                   05 VPEIDT PIC 9(5).
                   05 VPANOMES PIC 9(6).
                   05 VPORIGEM PIC X(1).
                   05 VPVALOR PIC 9(7)V99.
           FD ARQ-VLRECIBO.
               01 REG-VLRECIBO PIC X(80).
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
           FD ARQ-FOLHAHIST.
               01 REG-FOLHAHIST.
                   05 FHEIDT PIC 9(5).
                   05 FHANOMES PIC 9(6).
                   05 FHFOLHA PIC X(1).
                   05 FHNOME PIC X(30).
                   05 FHBRUTO PIC S9(9)V99.
                   05 FHINSS PIC S9(9)V99.
                   05 FHIRRF PIC S9(9)V99.
                   05 FHFERIAS PIC S9(9)V99.
                   05 FHISENTO PIC S9(9)V99.
                   05 FH13 PIC S9(9)V99.
                   05 FHLIQUIDO PIC S9(9)V99.
                   05 FHDATA PIC 9(8).
           FD ARQ-INFORME.
               01 REG-INFORME PIC X(80).
       WORKING-STORAGE SECTION.
            77 TMP-i PIC 9(5).
            77 WS-FS PIC 99.
            77 WS-SEC-ACHOU PIC 9(2).
            77 WS-TOT-BRUTO PIC S9(9)V99 VALUE ZERO.
            77 WS-TOT-LIQ PIC S9(9)V99 VALUE ZERO.
            77 WS-TOT-INSS PIC S9(9)V99 VALUE ZERO.
            77 WS-TOT-IRRF PIC S9(9)V99 VALUE ZERO.
            77 WS-HOL-LINHA PIC X(80).
            01 WS-INSS-TAB.
                05 WS-INSS-REG OCCURS 10 TIMES.
            77 WS-BEN-VR PIC S9(7)V99 VALUE ZERO.
            77 WS-BEN-TETO PIC S9(7)V99.
            77 WS-BEN-COMP-INI PIC 9(8).
            77 WS-CRED-ARQ PIC X(40).
            77 WS-CRED-LIBERA PIC X(1).
            77 WS-CRED-SEQ PIC 9(6).
            77 WS-CRED-QTD PIC 9(6).
            77 WS-CRED-TOTAL PIC 9(11)V99.
            77 WS-CRED-PEND PIC 9(5).
            77 WS-CRED-PEND-TOT PIC 9(11)V99.
            77 WS-CRED-HOL-TOT PIC 9(11)V99.
            77 WS-CRED-CONF PIC 9(11)V99.
            77 WS-CRED-SEM-BANCO PIC X(1).
            77 WS-ESC-OP PIC 9(1).
            77 WS-ESC-ARQ PIC X(40).
            77 WS-ESC-EIDT PIC 9(5).
            77 WS-ESC-DATA PIC 9(8).
            77 WS-ESC-FILIAL PIC 9(2).
            77 WS-ESC-FILIAL-IN PIC 9(2).
            77 WS-ESC-ENTRADA PIC X(5).
            77 WS-ESC-SAIDA PIC X(5).
            77 WS-ESC-HORARIO PIC X(5).
            77 WS-ESC-MIN-HOR PIC 9(4).
            77 WS-ESC-MIN-ENT PIC 9(4).
            77 WS-ESC-MIN-SAI PIC 9(4).
            77 WS-ESC-MIN PIC 9(4).
            77 WS-ESC-MIN-SEM PIC 9(5).
            77 WS-ESC-MIN-CONTR PIC 9(5).
            77 WS-ESC-VALIDO PIC X(1).
            77 WS-ESC-EOF PIC X(1).
            77 WS-ESC-ABERTA PIC X(1) VALUE "N".
            77 WS-ESC-TURNO PIC X(1).
            77 WS-ESC-JUL PIC 9(7).
            77 WS-ESC-JUL-SEG PIC 9(7).
            77 WS-ESC-SEG PIC 9(8).
            77 WS-ESC-DOM PIC 9(8).
            77 WS-ESC-HIST-INI PIC 9(8).
            77 WS-ESC-HIST-FIM PIC 9(8).
            77 WS-ESC-SEMANAS PIC 9(2) VALUE 8.
            77 WS-ESC-CAPAC PIC 9(3).
            77 WS-ESC-DIV PIC 9(5).
            77 WS-ESC-D PIC 9(2).
            77 WS-ESC-H PIC 9(2).
            77 WS-ESC-I PIC 9(3).
            77 WS-ESC-QTD PIC 9(3).
            77 WS-ESC-NEC PIC 9(3).
            77 WS-ESC-MEDIA PIC 9(4)V9.
            77 WS-ESC-SITUA PIC X(12).
            77 WS-ESC-SUB PIC 9(3).
            77 WS-ESC-SOBRE PIC 9(3).
            77 WS-ESC-CONT PIC 9(4).
            77 WS-ESC-ULT-EMP PIC 9(5).
            77 WS-ESC-ULT-FIL PIC 9(2).
            77 WS-ESC-ANT-DATA PIC 9(8).
            77 WS-ESC-ANT-HORA PIC 9(6).
            77 WS-ESC-ANT-EMP PIC 9(5).
            77 WS-ESC-LINHA PIC X(80).
            77 WS-ESC-FUNC PIC X(1).
            77 WS-ESC-HORAS-ED PIC ZZ9.99.
            77 WS-ESC-CONTR-ED PIC ZZ9.99.
            77 WS-ESC-MEDIA-ED PIC ZZZ9.9.
            77 WS-BH-OP PIC 9(1).
            77 WS-BH-ARQ PIC X(40).
            77 WS-BH-EIDT PIC 9(5).
            77 WS-BH-ANOMES PIC 9(6).
            77 WS-BH-REF PIC 9(6).
            77 WS-BH-CALC PIC 9(6).
            77 WS-BH-N PIC S9(3).
            77 WS-BH-TOT PIC S9(7).
            77 WS-BH-ANO PIC 9(4).
            77 WS-BH-MES PIC 9(2).
            77 WS-BH-EOF PIC X(1).
            77 WS-BH-ACORDO PIC X(1).
            77 WS-BH-ACORDO-TIPO PIC X(1).
            77 WS-BH-PRAZO PIC 9(2).
            77 WS-BH-TETO PIC 9(3).
            77 WS-BH-INICIO PIC 9(8).
            77 WS-BH-FIM PIC 9(8).
            77 WS-BH-RESP PIC X(1).
            77 WS-BH-TIPO PIC X(1).
            77 WS-BH-CLASSE PIC X(1).
            77 WS-BH-MIN PIC 9(5).
            77 WS-BH-HIST PIC X(30).
            77 WS-BH-DIF PIC S9(6).
            77 WS-BH-PREVISTO PIC 9(6).
            77 WS-BH-SOMA PIC 9(7).
            77 WS-BH-DIAS-FER PIC 9(3).
            77 WS-BH-JUL-INI PIC 9(7).
            77 WS-BH-JUL-FIM PIC 9(7).
            77 WS-BH-JUL-A PIC 9(7).
            77 WS-BH-JUL-B PIC 9(7).
            77 WS-BH-VENCE PIC 9(8).
            77 WS-BH-DATA PIC 9(8).
            77 WS-BH-INI-MES PIC 9(8).
            77 WS-BH-FIM-MES PIC 9(8).
            77 WS-BH-ACHOU PIC X(1).
            77 WS-BH-IGNORA-V PIC X(1).
            77 WS-BH-DEB PIC 9(7).
            77 WS-BH-TAKE PIC 9(7).
            77 WS-BH-NEG PIC 9(7).
            77 WS-BH-SALDO PIC 9(7).
            77 WS-BH-PAGAR PIC 9(7).
            77 WS-BH-VALOR PIC 9(7)V99 VALUE ZERO.
            77 WS-BH-AJUSTE PIC S9(7).
            77 WS-BH-HORAS-S PIC S9(4)V99.
            77 WS-BH-LIQ PIC S9(7).
            77 WS-BH-LIQ-ANT PIC S9(7).
            77 WS-BH-I PIC 9(3).
            77 WS-BH-CONT PIC 9(4).
            77 WS-BH-ED PIC -ZZZ9.99.
            77 WS-BH-ED2 PIC -ZZZ9.99.
            77 WS-BH-DESC PIC X(22).
            77 WS-BH-LINHA PIC X(80).
            77 WS-VL-OP PIC 9(1).
            77 WS-VL-ARQ PIC X(40).
            77 WS-VL-EIDT PIC 9(5).
            77 WS-VL-TIPO PIC X(1).
            77 WS-VL-VALOR PIC 9(7)V99.
            77 WS-VL-PARCELAS PIC 9(2).
            77 WS-VL-INICIO PIC 9(6).
            77 WS-VL-FORMA PIC X(1).
            77 WS-VL-OPERADOR PIC 9(5).
            77 WS-VL-GERENTE PIC 9(5).
            77 WS-VL-GER-PIN PIC 9(4).
            77 WS-VL-GER-OK PIC X(1).
            77 WS-VL-NUMERO PIC 9(6).
            77 WS-VL-EOF PIC X(1).
            77 WS-VL-ACHOU PIC X(1).
            77 WS-VL-RESP PIC X(1).
            77 WS-VL-HOJE PIC 9(8).
            77 WS-VL-ANOMES PIC 9(6).
            77 WS-VL-CORTE PIC 9(6).
            77 WS-VL-ORIGEM PIC X(1).
            77 WS-VL-PISO-VAL PIC 9(7)V99.
            77 WS-VL-PISO-PCT PIC 9(2)V99.
            77 WS-VL-PISO PIC S9(7)V99.
            77 WS-VL-DISP PIC S9(7)V99.
            77 WS-VL-TOTAL PIC 9(7)V99 VALUE ZERO.
            77 WS-VL-SALDO PIC S9(7)V99.
            77 WS-VL-PAGO PIC 9(7)V99.
            77 WS-VL-NPARC PIC 9(2).
            77 WS-VL-NOMINAL PIC 9(7)V99.
            77 WS-VL-PARCELA PIC 9(7)V99.
            77 WS-VL-ABERTO PIC 9(9)V99.
            77 WS-VL-I PIC 9(2).
            77 WS-VL-DESC PIC X(26).
            77 WS-VL-LINHA PIC X(80).
            77 WS-AU-OP PIC 9(1).
            77 WS-AU-EIDT PIC 9(5).
            77 WS-AU-TIPO PIC X(1).
            77 WS-AU-INICIO PIC 9(8).
            77 WS-AU-FIM PIC 9(8).
            77 WS-AU-DIAS PIC 9(3).
            77 WS-AU-DOC PIC X(20).
            77 WS-AU-INSS PIC X(1).
            77 WS-AU-DATA PIC 9(8).
            77 WS-AU-ANOMES PIC 9(6).
            77 WS-AU-EOF PIC X(1).
            77 WS-AU-ACHOU PIC X(1).
            77 WS-AU-TIPO-DIA PIC X(1).
            77 WS-AU-JUL-A PIC 9(7).
            77 WS-AU-JUL-B PIC 9(7).
            77 WS-AU-JUL PIC 9(7).
            77 WS-AU-SEG PIC 9(7).
            77 WS-AU-K PIC 9(2).
            77 WS-AU-W PIC 9(1).
            77 WS-AU-DOW PIC 9(1).
            77 WS-AU-NDIAS PIC 9(2).
            77 WS-AU-JUST-DIAS PIC 9(2).
            77 WS-AU-FALTAS PIC 9(2).
            77 WS-AU-DSR PIC 9(1).
            77 WS-AU-INSS-DIAS PIC 9(2).
            77 WS-AU-MIN-DIA PIC 9(4).
            77 WS-AU-VALOR-DIA PIC 9(7)V99.
            77 WS-AU-DESC-FALTAS PIC 9(7)V99.
            77 WS-AU-DESC-DSR PIC 9(7)V99.
            77 WS-AU-DESC-INSS PIC 9(7)V99.
            77 WS-AU-DESCONTO PIC 9(7)V99 VALUE ZERO.
            77 WS-AU-INSS-DESDE PIC 9(8).
            77 WS-AU-DESC PIC X(20).
            01 WS-AU-MES.
                05 WS-AU-DIA OCCURS 31 TIMES.
                    10 WS-AU-D-TIPO PIC X(1).
                    10 WS-AU-D-MARCOU PIC X(1).
            01 WS-AU-SEMANAS.
                05 WS-AU-SEM-QTD PIC 9(1).
                05 WS-AU-SEM-JUL PIC 9(7) OCCURS 6 TIMES.
            77 WS-FH-ACHOU PIC X(1).
            77 WS-FH-EOF PIC X(1).
            01 WS-FH-REG.
                05 WS-FH-EIDT PIC 9(5).
                05 WS-FH-ANOMES PIC 9(6).
                05 WS-FH-FOLHA PIC X(1).
                05 WS-FH-NOME PIC X(30).
                05 WS-FH-BRUTO PIC S9(9)V99.
                05 WS-FH-INSS PIC S9(9)V99.
                05 WS-FH-IRRF PIC S9(9)V99.
                05 WS-FH-FERIAS PIC S9(9)V99.
                05 WS-FH-ISENTO PIC S9(9)V99.
                05 WS-FH-13 PIC S9(9)V99.
                05 WS-FH-LIQUIDO PIC S9(9)V99.
                05 WS-FH-DATA PIC 9(8).
            77 WS-IR-ANO PIC 9(4).
            77 WS-IR-ANO-REG PIC 9(4).
            77 WS-IR-M PIC 9(2).
            77 WS-IR-I PIC 9(3).
            77 WS-IR-E PIC 9(3).
            77 WS-IR-CHEIO PIC X(1).
            77 WS-IR-CNPJ PIC X(18).
            77 WS-IR-RESP PIC X(30).
            77 WS-IR-HOJE PIC 9(8).
            77 WS-IR-ARQ PIC X(40).
            77 WS-IR-LINHA PIC X(80).
            77 WS-IR-ROTULO PIC X(54).
            77 WS-IR-VALOR PIC S9(9)V99.
            77 WS-IR-ED PIC -ZZZ,ZZZ,ZZ9.99.
            77 WS-IR-ED2 PIC -ZZZ,ZZZ,ZZ9.99.
            77 WS-IR-ED3 PIC -ZZZ,ZZZ,ZZ9.99.
            77 WS-IR-DIF PIC S9(9)V99.
            77 WS-IR-DIF-INSS PIC S9(9)V99.
            77 WS-IR-DIF-IRRF PIC S9(9)V99.
            77 WS-IR-DIF-LIQ PIC S9(9)V99.
            77 WS-IR-DIVERG PIC 9(3).
            77 WS-IR-FOLHAS PIC 9(2).
            01 WS-IR-TOTAIS.
                05 WS-IR-T-TRIB PIC S9(11)V99.
                05 WS-IR-T-INSS PIC S9(11)V99.
                05 WS-IR-T-IRRF PIC S9(11)V99.
                05 WS-IR-T-ISENTO PIC S9(11)V99.
                05 WS-IR-T-13 PIC S9(11)V99.
                05 WS-IR-T-IRRF13 PIC S9(11)V99.
                05 WS-IR-T-RESC PIC S9(11)V99.
                05 WS-IR-T-F-BRUTO PIC S9(11)V99.
                05 WS-IR-T-R-BRUTO PIC S9(11)V99.
            01 WS-IR-TAB.
                05 WS-IR-QTD PIC 9(3) VALUE ZERO.
                05 WS-IR-EMP OCCURS 300 TIMES.
                    10 WS-IR-EIDT PIC 9(5).
                    10 WS-IR-NOME PIC X(30).
                    10 WS-IR-TRIB PIC S9(9)V99.
                    10 WS-IR-INSS PIC S9(9)V99.
                    10 WS-IR-IRRF PIC S9(9)V99.
                    10 WS-IR-FERIAS PIC S9(9)V99.
                    10 WS-IR-ISENTO PIC S9(9)V99.
                    10 WS-IR-13 PIC S9(9)V99.
                    10 WS-IR-INSS13 PIC S9(9)V99.
                    10 WS-IR-IRRF13 PIC S9(9)V99.
                    10 WS-IR-ADIANT13 PIC S9(9)V99.
                    10 WS-IR-MESES PIC 9(2).
                    10 WS-IR-TEM-N PIC X(1).
                    10 WS-IR-TEM-D PIC X(1).
                    10 WS-IR-RESC PIC 9(6).
            01 WS-IR-MESES-TAB.
                05 WS-IR-MES OCCURS 12 TIMES.
                    10 WS-IR-F-BRUTO PIC S9(9)V99.
                    10 WS-IR-F-INSS PIC S9(9)V99.
                    10 WS-IR-F-IRRF PIC S9(9)V99.
                    10 WS-IR-F-LIQ PIC S9(9)V99.
                    10 WS-IR-F-QTD PIC 9(3).
                    10 WS-IR-R-TEM PIC X(1).
                    10 WS-IR-R-BRUTO PIC S9(9)V99.
                    10 WS-IR-R-INSS PIC S9(9)V99.
                    10 WS-IR-R-IRRF PIC S9(9)V99.
                    10 WS-IR-R-LIQ PIC S9(9)V99.
            01 WS-VL-TAB.
                05 WS-VL-QTD PIC 9(2) VALUE ZERO.
                05 WS-VL-REG OCCURS 20 TIMES.
                    10 WS-VL-T-NUMERO PIC 9(6).
                    10 WS-VL-T-TIPO PIC X(1).
                    10 WS-VL-T-VALOR PIC 9(7)V99.
                    10 WS-VL-T-PARCELAS PIC 9(2).
                    10 WS-VL-T-DESC PIC 9(7)V99.
                    10 WS-VL-T-NPARC PIC 9(2).
                    10 WS-VL-T-SALDO PIC 9(7)V99.
                    10 WS-VL-T-REDUZ PIC X(1).
            01 WS-BH-TAB.
                05 WS-BH-QTD PIC 9(3) VALUE ZERO.
                05 WS-BH-CR OCCURS 200 TIMES.
                    10 WS-BH-CR-ANOMES PIC 9(6).
                    10 WS-BH-CR-VENCE PIC 9(8).
                    10 WS-BH-CR-REST PIC 9(5).
            01 WS-ESC-DIAS-TXT PIC X(21) VALUE "SEGTERQUAQUISEXSABDOM".
            01 WS-ESC-DIAS REDEFINES WS-ESC-DIAS-TXT.
                05 WS-ESC-DIA-NOME PIC X(3) OCCURS 7 TIMES.
            01 WS-ESC-GRADE.
                05 WS-ESC-GDIA OCCURS 7 TIMES.
                    10 WS-ESC-GHORA OCCURS 24 TIMES.
                        15 WS-ESC-PESSOAS PIC 9(3).
                        15 WS-ESC-MOV PIC 9(5).
            01 WS-ESC-EMP-TAB.
                05 WS-ESC-EMP-QTD PIC 9(3) VALUE ZERO.
                05 WS-ESC-EMP OCCURS 200 TIMES.
                    10 WS-ESC-EMP-ID PIC 9(5).
                    10 WS-ESC-EMP-MIN PIC 9(5).
            01 WS-ESC-COPIA-TAB.
                05 WS-ESC-CP-QTD PIC 9(3) VALUE ZERO.
                05 WS-ESC-CP OCCURS 300 TIMES.
                    10 WS-ESC-CP-DATA PIC 9(8).
                    10 WS-ESC-CP-EIDT PIC 9(5).
                    10 WS-ESC-CP-FILIAL PIC 9(2).
                    10 WS-ESC-CP-ENTRADA PIC X(5).
                    10 WS-ESC-CP-SAIDA PIC X(5).
                    10 WS-ESC-CP-MIN PIC 9(4).
            01 CRED-HEADER.
                05 CH-TIPO PIC X(1) VALUE "0".
                05 CH-SERVICO PIC X(15) VALUE "CREDITO SALARIO".
                05 CH-FOLHA PIC X(1).
                05 CH-REF PIC 9(6).
                05 CH-DATA PIC 9(8).
                05 CH-EMPRESA PIC X(30) VALUE "LOCADORA".
                05 FILLER PIC X(83) VALUE SPACES.
                05 CH-SEQ PIC 9(6).
            01 CRED-DETALHE.
                05 CD-TIPO PIC X(1) VALUE "1".
                05 CD-EIDT PIC 9(5).
                05 CD-NOME PIC X(30).
                05 CD-BANCO PIC 9(3).
                05 CD-AGENCIA PIC 9(5).
                05 CD-CONTA PIC X(12).
                05 CD-CONTA-TIPO PIC X(1).
                05 CD-VALOR PIC 9(9)V99.
                05 FILLER PIC X(76) VALUE SPACES.
                05 CD-SEQ PIC 9(6).
            01 CRED-TRAILER.
                05 CT-TIPO PIC X(1) VALUE "9".
                05 CT-QTD PIC 9(6).
                05 CT-TOTAL PIC 9(11)V99.
                05 FILLER PIC X(124) VALUE SPACES.
                05 CT-SEQ PIC 9(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           GO TO MENU-PROCEDURE.
           ACCEPT ESALARIO
           DISPLAY "ENTRE A DATA DE ADMISSAO (AAAAMMDD): "
           ACCEPT EADMISSAO
           DISPLAY "ENTRE O BANCO PARA CREDITO (3 DIGITOS): "
           ACCEPT EBANCO
           DISPLAY "ENTRE A AGENCIA: "
           ACCEPT EAGENCIA
           DISPLAY "ENTRE A CONTA COM DIGITO: "
           ACCEPT ECONTA
           DISPLAY "ENTRE O TIPO DE CONTA (C=CORRENTE P=POUPANCA "
               "S=SALARIO): "
           ACCEPT ETIPOCONTA
           MOVE FUNCTION UPPER-CASE(ETIPOCONTA) TO ETIPOCONTA
           DISPLAY "ENTRE A SENHA DE PONTO (4 DIGITOS): "
           ACCEPT WS-PIN-CLARO
           CALL "PIN_Scramble" USING WS-PIN-CLARO WS-PIN-CIFRADO
                       DISPLAY "HORAS DE TRAB. SEMANAIS: "
                           EHORAS-SEMANAIS
                       DISPLAY "SALARIO: " ESALARIO
                       DISPLAY "BANCO: " EBANCO " AGENCIA: " EAGENCIA
                           " CONTA: " ECONTA " TIPO: " ETIPOCONTA
               END-READ
               CLOSE ARQ-EMPREGADOS
           END-IF.
                       DISPLAY "SALARIO (" ESALARIO "): "
                           WITH NO ADVANCING
                       ACCEPT ESALARIO
                       DISPLAY "BANCO (" EBANCO "): " WITH NO ADVANCING
                       ACCEPT EBANCO
                       DISPLAY "AGENCIA (" EAGENCIA "): "
                           WITH NO ADVANCING
                       ACCEPT EAGENCIA
                       DISPLAY "CONTA (" ECONTA "): " WITH NO ADVANCING
                       ACCEPT ECONTA
                       DISPLAY "TIPO DE CONTA C/P/S (" ETIPOCONTA "): "
                           WITH NO ADVANCING
                       ACCEPT ETIPOCONTA
                       MOVE FUNCTION UPPER-CASE(ETIPOCONTA)
                           TO ETIPOCONTA
                       DISPLAY "NOVA SENHA DE PONTO (0 = MANTER): "
                           WITH NO ADVANCING
                       ACCEPT WS-PIN-CLARO
           MOVE ZERO TO WS-SEC-QTD.
           MOVE ZERO TO WS-TOT-BRUTO.
           MOVE ZERO TO WS-TOT-LIQ.
           MOVE ZERO TO WS-TOT-INSS.
           MOVE ZERO TO WS-TOT-IRRF.
           PERFORM CRED-PENDENTES-PROCEDURE.
           MOVE SPACES TO WS-CRED-ARQ.
           STRING "CREDSAL." WS-FOLHA-ANOMES ".REM"
               DELIMITED BY SIZE INTO WS-CRED-ARQ
           END-STRING.
           MOVE "F" TO CH-FOLHA.
           MOVE WS-FOLHA-ANOMES TO CH-REF.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WS-FS = "35"
               DISPLAY "NENHUM FUNCIONARIO CADASTRADO"
           ELSE
               PERFORM CRED-ABRE-PROCEDURE
               OPEN OUTPUT ARQ-HOLERITE
               MOVE ZERO TO EIDT
               START ARQ-EMPREGADOS KEY IS NOT LESS THAN EIDT
               PERFORM GRAVA-RESUMO-SECAO-PROCEDURE
               CLOSE ARQ-HOLERITE
               CLOSE ARQ-EMPREGADOS
               PERFORM FH-TOTAL-PROCEDURE
               DISPLAY "HOLERITES GRAVADOS EM HOLERITE.TXT"
               PERFORM CRED-FECHA-PROCEDURE
           END-IF.
           ACCEPT TMP-i.
           GO TO MENU-PROCEDURE.
       CARREGA-TABELAS-PROCEDURE.
           MOVE ZERO TO WS-INSS-QTD.
           MOVE ZERO TO WS-IRRF-QTD.
           MOVE ZERO TO WS-VL-PISO-VAL.
           MOVE 30 TO WS-VL-PISO-PCT.
           OPEN INPUT ARQ-TABTRIB.
           IF WS-FS2 <> 0
               CLOSE ARQ-TABTRIB
                           MOVE TDEDUZIR TO
                               WS-IRRF-DED (WS-IRRF-QTD)
                       END-IF
                       IF TTIPO = "P"
                           MOVE TLIMITE TO WS-VL-PISO-VAL
                           MOVE TALIQ TO WS-VL-PISO-PCT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-TABTRIB
           IF WS-EOF <> "Y"
               COMPUTE WS-VALOR-HORA ROUNDED = ESALARIO / 220
               PERFORM BUSCA-HORAS-MES-PROCEDURE
               PERFORM BH-FOLHA-PROCEDURE
               IF WS-HR-ACHOU = "S"
                   COMPUTE WS-BRUTO ROUNDED =
                       WS-HR-HORAS * WS-VALOR-HORA
                           ESALARIO * EHORAS-SEMANAIS / 44
                   END-IF
               END-IF
               IF WS-BH-VALOR > ZERO
                   ADD WS-BH-VALOR TO WS-BRUTO
               END-IF
               PERFORM AU-FOLHA-PROCEDURE
               IF WS-AU-DESCONTO > ZERO
                   SUBTRACT WS-AU-DESCONTO FROM WS-BRUTO
                   IF WS-BRUTO < ZERO
                       MOVE ZERO TO WS-BRUTO
                   END-IF
               END-IF
               PERFORM BUSCA-FERPAG-PROCEDURE
               IF WS-FP-ACHOU = "S"
                   ADD WS-FP-VALOR TO WS-BRUTO
               MOVE "S" TO WS-BEN-APLICA
               PERFORM CALCULA-DESCONTOS-PROCEDURE
               MOVE "N" TO WS-BEN-APLICA
               PERFORM VL-DESCONTA-PROCEDURE
               PERFORM GRAVA-HOLERITE-PROCEDURE
               PERFORM ACUMULA-SECAO-PROCEDURE
               PERFORM FH-FOLHA-PROCEDURE
               PERFORM CRED-GRAVA-PROCEDURE
               DISPLAY "ID " EIDT " - " ENOME
                   " BRUTO: " WS-BRUTO " LIQUIDO: " WS-LIQUIDO
           END-IF.
               END-STRING
               WRITE REG-HOLERITE FROM WS-HOL-LINHA
           END-IF.
           IF WS-BH-VALOR > ZERO
               MOVE SPACES TO WS-HOL-LINHA
               COMPUTE WS-BH-ED = WS-BH-PAGAR / 60
               STRING "BANCO DE HORAS PAGO...... " WS-BH-VALOR
                   " (" WS-BH-ED "H A 50%)"
                   DELIMITED BY SIZE INTO WS-HOL-LINHA
               END-STRING
               WRITE REG-HOLERITE FROM WS-HOL-LINHA
           END-IF.
           IF WS-AU-DESC-FALTAS > ZERO
               MOVE SPACES TO WS-HOL-LINHA
               STRING "FALTAS INJUSTIFICADAS.... " WS-AU-DESC-FALTAS
                   " (" WS-AU-FALTAS " DIA(S))"
                   DELIMITED BY SIZE INTO WS-HOL-LINHA
               END-STRING
               WRITE REG-HOLERITE FROM WS-HOL-LINHA
           END-IF.
           IF WS-AU-DESC-DSR > ZERO
               MOVE SPACES TO WS-HOL-LINHA
               STRING "PERDA DE DSR............. " WS-AU-DESC-DSR
                   " (" WS-AU-DSR " SEMANA(S))"
                   DELIMITED BY SIZE INTO WS-HOL-LINHA
               END-STRING
               WRITE REG-HOLERITE FROM WS-HOL-LINHA
           END-IF.
           IF WS-AU-DESC-INSS > ZERO
               MOVE SPACES TO WS-HOL-LINHA
               STRING "AFASTAMENTO PELO INSS.... " WS-AU-DESC-INSS
                   " (" WS-AU-INSS-DIAS " DIA(S))"
                   DELIMITED BY SIZE INTO WS-HOL-LINHA
               END-STRING
               WRITE REG-HOLERITE FROM WS-HOL-LINHA
           END-IF.
           MOVE SPACES TO WS-HOL-LINHA.
           STRING "DESCONTO INSS............ " WS-INSS
               DELIMITED BY SIZE INTO WS-HOL-LINHA
               END-STRING
               WRITE REG-HOLERITE FROM WS-HOL-LINHA
           END-IF.
           PERFORM VARYING WS-VL-I FROM 1 BY 1
                   UNTIL WS-VL-I > WS-VL-QTD
               IF WS-VL-T-DESC (WS-VL-I) > ZERO
                   IF WS-VL-T-TIPO (WS-VL-I) = "A"
                       MOVE "DESCONTO ADIANTAMENTO.... " TO WS-VL-DESC
                   ELSE
                       MOVE "DESCONTO EMPRESTIMO...... " TO WS-VL-DESC
                   END-IF
                   MOVE SPACES TO WS-HOL-LINHA
                   STRING WS-VL-DESC WS-VL-T-DESC (WS-VL-I)
                       " VALE " WS-VL-T-NUMERO (WS-VL-I)
                       " PARC " WS-VL-T-NPARC (WS-VL-I)
                       "/" WS-VL-T-PARCELAS (WS-VL-I)
                       DELIMITED BY SIZE INTO WS-HOL-LINHA
                   END-STRING
                   WRITE REG-HOLERITE FROM WS-HOL-LINHA
               END-IF
               IF WS-VL-T-REDUZ (WS-VL-I) = "S"
                   MOVE SPACES TO WS-HOL-LINHA
                   STRING "  VALE " WS-VL-T-NUMERO (WS-VL-I)
                       " LIMITADO PELO LIQUIDO MINIMO, SALDO "
                       WS-VL-T-SALDO (WS-VL-I)
                       DELIMITED BY SIZE INTO WS-HOL-LINHA
                   END-STRING
                   WRITE REG-HOLERITE FROM WS-HOL-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-HOL-LINHA.
           STRING "LIQUIDO A RECEBER........ " WS-LIQUIDO
               DELIMITED BY SIZE INTO WS-HOL-LINHA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-BENEF.
       APLICA-UM-BENEFICIO-PROCEDURE.
           IF BNTIPO = "VT"
               COMPUTE WS-BEN-TETO ROUNDED = ESALARIO * 0.06
               IF BNVALOR < WS-BEN-TETO
                   ADD BNVALOR TO WS-BEN-VT
               ELSE
                   ADD WS-BEN-TETO TO WS-BEN-VT
               END-IF
           END-IF.
           IF BNTIPO = "VR"
               COMPUTE WS-BEN-TETO ROUNDED = BNVALOR * 0.20
               ADD WS-BEN-TETO TO WS-BEN-VR
           END-IF.
       BENEFICIOS-PROCEDURE.
           CALL "SYSTEM" USING "clear".
           DISPLAY "BENEFICIOS DO EMPREGADO".
           DISPLAY "1. INCLUIR ELEICAO".
           DISPLAY "2. ENCERRAR ELEICAO".
           DISPLAY "3. LISTAR POR EMPREGADO".
           ACCEPT WS-BEN-OP.
           EVALUATE WS-BEN-OP
               WHEN 1
                   PERFORM BENEF-INCLUI-PROCEDURE
               WHEN 2
                   PERFORM BENEF-ENCERRA-PROCEDURE
               WHEN 3
                   PERFORM BENEF-LISTA-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ACCEPT TMP-i.
           GO TO MENU-PROCEDURE.
       BENEF-INCLUI-PROCEDURE.
           DISPLAY "ID DO EMPREGADO: ".
           ACCEPT WS-BEN-EIDT.
           DISPLAY "TIPO (VT=TRANSPORTE VR=REFEICAO): ".
           ACCEPT WS-BEN-TIPO.
           DISPLAY "VALOR MENSAL DO BENEFICIO: ".
           ACCEPT WS-BEN-VALOR.
           DISPLAY "INICIO (AAAAMMDD): ".
           ACCEPT WS-BEN-INICIO.
           OPEN EXTEND ARQ-BENEF.
           IF WS-FS2 = 35
               OPEN OUTPUT ARQ-BENEF
           END-IF.
           IF WS-FS2 = 0
               MOVE WS-BEN-EIDT TO BNEIDT
               MOVE WS-BEN-TIPO TO BNTIPO
               MOVE WS-BEN-VALOR TO BNVALOR
               MOVE WS-BEN-INICIO TO BNINICIO
               MOVE ZEROES TO BNFIM
               WRITE REG-BENEF
               CLOSE ARQ-BENEF
               DISPLAY "ELEICAO DE BENEFICIO GRAVADA"
           ELSE
               DISPLAY "ERRO AO GRAVAR BENEFICIO, FS=" WS-FS2
           END-IF.
       BENEF-ENCERRA-PROCEDURE.
           DISPLAY "ID DO EMPREGADO: ".
           ACCEPT WS-BEN-EIDT.
           DISPLAY "TIPO (VT/VR): ".
           ACCEPT WS-BEN-TIPO.
           DISPLAY "DATA DE FIM (AAAAMMDD): ".
           ACCEPT WS-BEN-INICIO.
           OPEN I-O ARQ-BENEF.
           IF WS-FS2 <> 0
               CLOSE ARQ-BENEF
               DISPLAY "SEM BENEFICIOS CADASTRADOS"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-BEN-EOF.
           PERFORM UNTIL WS-BEN-EOF = "Y"
               READ ARQ-BENEF
                   AT END MOVE "Y" TO WS-BEN-EOF
               END-READ
               IF WS-BEN-EOF = "N"
                   IF BNEIDT = WS-BEN-EIDT
                       AND BNTIPO = WS-BEN-TIPO
                       AND BNFIM = ZEROES
                       MOVE WS-BEN-INICIO TO BNFIM
                       REWRITE REG-BENEF
                       DISPLAY "ELEICAO ENCERRADA"
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-BENEF.
       BENEF-LISTA-PROCEDURE.
           DISPLAY "ID DO EMPREGADO: ".
           ACCEPT WS-BEN-EIDT.
           OPEN INPUT ARQ-BENEF.
           IF WS-FS2 <> 0
               CLOSE ARQ-BENEF
               DISPLAY "SEM BENEFICIOS CADASTRADOS"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-BEN-EOF.
           PERFORM UNTIL WS-BEN-EOF = "Y"
               READ ARQ-BENEF
                   AT END MOVE "Y" TO WS-BEN-EOF
               END-READ
               IF WS-BEN-EOF = "N"
                   IF BNEIDT = WS-BEN-EIDT
                       DISPLAY BNTIPO " VALOR " BNVALOR
                           " DE " BNINICIO " ATE " BNFIM
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-BENEF.
       ESCALA-PROCEDURE.
           CALL "SYSTEM" USING "clear".
           DISPLAY "ESCALA DE TURNOS".
           DISPLAY "1. PLANEJAR TURNO".
           DISPLAY "2. EXCLUIR TURNO (FOLGA)".
           DISPLAY "3. COPIAR SEMANA ANTERIOR".
           DISPLAY "4. LISTAR ESCALA DA SEMANA".
           DISPLAY "5. COBERTURA X MOVIMENTO DO CAIXA".
           DISPLAY "6. PUBLICAR ESCALA DA SEMANA".
           ACCEPT WS-ESC-OP.
           EVALUATE WS-ESC-OP
               WHEN 1
                   PERFORM ESC-PLANEJA-PROCEDURE
               WHEN 2
                   PERFORM ESC-EXCLUI-PROCEDURE
               WHEN 3
                   PERFORM ESC-COPIA-PROCEDURE
               WHEN 4
                   PERFORM ESC-LISTA-PROCEDURE
               WHEN 5
                   PERFORM ESC-COBERTURA-PROCEDURE
               WHEN 6
                   PERFORM ESC-PUBLICA-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ACCEPT TMP-i.
           GO TO MENU-PROCEDURE.
       ESC-SEMANA-PROCEDURE.
           COMPUTE WS-ESC-JUL = FUNCTION INTEGER-OF-DATE (WS-ESC-DATA).
           COMPUTE WS-ESC-JUL-SEG =
               WS-ESC-JUL - FUNCTION MOD (WS-ESC-JUL - 1, 7).
           COMPUTE WS-ESC-SEG =
               FUNCTION DATE-OF-INTEGER (WS-ESC-JUL-SEG).
           COMPUTE WS-ESC-DOM =
               FUNCTION DATE-OF-INTEGER (WS-ESC-JUL-SEG + 6).
       ESC-ABRE-PROCEDURE.
           OPEN I-O ARQ-ESCALA.
           IF WS-FS2 = 35
               CLOSE ARQ-ESCALA
               OPEN OUTPUT ARQ-ESCALA
               CLOSE ARQ-ESCALA
               OPEN I-O ARQ-ESCALA
           END-IF.
       ESC-HORARIO-PROCEDURE.
           MOVE "N" TO WS-ESC-VALIDO.
           IF WS-ESC-HORARIO (1:2) IS NUMERIC
               AND WS-ESC-HORARIO (4:2) IS NUMERIC
               MOVE WS-ESC-HORARIO (1:2) TO WS-HH
               MOVE WS-ESC-HORARIO (4:2) TO WS-MM
               IF WS-HH < 24 AND WS-MM < 60
                   COMPUTE WS-ESC-MIN-HOR = WS-HH * 60 + WS-MM
                   MOVE "S" TO WS-ESC-VALIDO
               END-IF
           END-IF.
       ESC-FILIAL-PADRAO-PROCEDURE.
           MOVE 01 TO WS-ESC-FILIAL.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS = 0
               MOVE WS-ESC-EIDT TO EMPID
               READ ARQ-FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPFILIAL TO WS-ESC-FILIAL
               END-READ
               CLOSE ARQ-FUNCIONARIOS
           END-IF.
       ESC-LE-SEMANA-PROCEDURE.
           DISPLAY "DATA DA SEMANA (AAAAMMDD): ".
           ACCEPT WS-ESC-DATA.
           MOVE "S" TO WS-ESC-VALIDO.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-ESC-DATA) <> 0
               DISPLAY "DATA INVALIDA"
               MOVE "N" TO WS-ESC-VALIDO
           ELSE
               PERFORM ESC-SEMANA-PROCEDURE
           END-IF.
       ESC-LE-FILIAL-PROCEDURE.
           DISPLAY "FILIAL (ENTER = TODAS): ".
           MOVE ZERO TO WS-ESC-FILIAL-IN.
           ACCEPT WS-ESC-FILIAL-IN.
       ESC-PLANEJA-PROCEDURE.
           DISPLAY "ID DO EMPREGADO: ".
           ACCEPT WS-ESC-EIDT.
           DISPLAY "DATA DO TURNO (AAAAMMDD): ".
           ACCEPT WS-ESC-DATA.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-ESC-DATA) <> 0
               DISPLAY "DATA INVALIDA"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WS-FS <> 0
               DISPLAY "NENHUM EMPREGADO CADASTRADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ESC-EIDT TO EIDT.
           READ ARQ-EMPREGADOS
               INVALID KEY
                   MOVE "N" TO WS-ESC-VALIDO
               NOT INVALID KEY
                   MOVE "S" TO WS-ESC-VALIDO
                   MOVE EHORA-ENTRADA TO WS-ESC-ENTRADA
                   MOVE EHORA-SAIDA TO WS-ESC-SAIDA
                   MOVE EHORA-ALMOCO TO WS-ESC-HORARIO
                   COMPUTE WS-ESC-MIN-CONTR = EHORAS-SEMANAIS * 60
           END-READ.
           CLOSE ARQ-EMPREGADOS.
           IF WS-ESC-VALIDO = "N"
               DISPLAY "EMPREGADO NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ESC-HORARIO-PROCEDURE.
           IF WS-ESC-VALIDO = "S"
               MOVE WS-ESC-MIN-HOR TO WS-ALMOCO-MIN
           ELSE
               MOVE 60 TO WS-ALMOCO-MIN
           END-IF.
           MOVE WS-ESC-EIDT TO EIDT.
           COMPUTE WS-FER-JUL-INI =
               FUNCTION INTEGER-OF-DATE (WS-ESC-DATA).
           MOVE WS-FER-JUL-INI TO WS-FER-JUL-FIM.
           PERFORM CHECA-COBERTURA-PROCEDURE.
           IF WS-FER-COBERTO = "S"
               DISPLAY "EMPREGADO EM FERIAS NESTA DATA"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ESC-FILIAL-PADRAO-PROCEDURE.
           DISPLAY "FILIAL (ENTER = " WS-ESC-FILIAL "): ".
           MOVE ZERO TO WS-ESC-FILIAL-IN.
           ACCEPT WS-ESC-FILIAL-IN.
           IF WS-ESC-FILIAL-IN > ZERO
               MOVE WS-ESC-FILIAL-IN TO WS-ESC-FILIAL
           END-IF.
           DISPLAY "ENTRADA HH:MM (ENTER = " WS-ESC-ENTRADA "): ".
           MOVE SPACES TO WS-ESC-HORARIO.
           ACCEPT WS-ESC-HORARIO.
           IF WS-ESC-HORARIO <> SPACES
               MOVE WS-ESC-HORARIO TO WS-ESC-ENTRADA
           END-IF.
           DISPLAY "SAIDA HH:MM (ENTER = " WS-ESC-SAIDA "): ".
           MOVE SPACES TO WS-ESC-HORARIO.
           ACCEPT WS-ESC-HORARIO.
           IF WS-ESC-HORARIO <> SPACES
               MOVE WS-ESC-HORARIO TO WS-ESC-SAIDA
           END-IF.
           MOVE WS-ESC-ENTRADA TO WS-ESC-HORARIO.
           PERFORM ESC-HORARIO-PROCEDURE.
           IF WS-ESC-VALIDO = "N"
               DISPLAY "HORARIO DE ENTRADA INVALIDO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ESC-MIN-HOR TO WS-ESC-MIN-ENT.
           MOVE WS-ESC-SAIDA TO WS-ESC-HORARIO.
           PERFORM ESC-HORARIO-PROCEDURE.
           IF WS-ESC-VALIDO = "N"
               DISPLAY "HORARIO DE SAIDA INVALIDO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ESC-MIN-HOR TO WS-ESC-MIN-SAI.
           IF WS-ESC-MIN-SAI <= WS-ESC-MIN-ENT
               DISPLAY "SAIDA DEVE SER POSTERIOR A ENTRADA"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ESC-MIN = WS-ESC-MIN-SAI - WS-ESC-MIN-ENT.
           IF WS-ESC-MIN > 360 AND WS-ESC-MIN > WS-ALMOCO-MIN
               SUBTRACT WS-ALMOCO-MIN FROM WS-ESC-MIN
           END-IF.
           PERFORM ESC-SEMANA-PROCEDURE.
           PERFORM ESC-ABRE-PROCEDURE.
           IF WS-FS2 <> 0
               DISPLAY "ERRO AO ABRIR ESCALA, FS=" WS-FS2
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-ESC-MIN-SEM.
           PERFORM ESC-SOMA-SEMANA-PROCEDURE.
           ADD WS-ESC-MIN TO WS-ESC-MIN-SEM.
           COMPUTE WS-ESC-HORAS-ED = WS-ESC-MIN-SEM / 60.
           COMPUTE WS-ESC-CONTR-ED = WS-ESC-MIN-CONTR / 60.
           IF WS-ESC-MIN-SEM > WS-ESC-MIN-CONTR
               DISPLAY "TURNO RECUSADO: A SEMANA FICARIA COM "
                   WS-ESC-HORAS-ED "H PARA " WS-ESC-CONTR-ED
                   "H SEMANAIS"
               CLOSE ARQ-ESCALA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ESC-DATA TO ESDATA.
           MOVE WS-ESC-EIDT TO ESEIDT.
           READ ARQ-ESCALA
               INVALID KEY
                   PERFORM ESC-MONTA-PROCEDURE
                   WRITE REG-ESCALA
               NOT INVALID KEY
                   PERFORM ESC-MONTA-PROCEDURE
                   REWRITE REG-ESCALA
           END-READ.
           CLOSE ARQ-ESCALA.
           DISPLAY "TURNO GRAVADO EM RASCUNHO. SEMANA COM "
               WS-ESC-HORAS-ED "H DE " WS-ESC-CONTR-ED "H SEMANAIS".
           DISPLAY "PUBLIQUE A SEMANA NA OPCAO 6 DA ESCALA".
       ESC-MONTA-PROCEDURE.
           MOVE WS-ESC-DATA TO ESDATA.
           MOVE WS-ESC-EIDT TO ESEIDT.
           MOVE WS-ESC-FILIAL TO ESFILIAL.
           MOVE WS-ESC-ENTRADA TO ESENTRADA.
           MOVE WS-ESC-SAIDA TO ESSAIDA.
           MOVE WS-ESC-MIN TO ESMINUTOS.
           MOVE "R" TO ESSITUACAO.
       ESC-SOMA-SEMANA-PROCEDURE.
           MOVE WS-ESC-SEG TO ESDATA.
           MOVE ZEROES TO ESEIDT.
           START ARQ-ESCALA KEY IS NOT LESS THAN ESCHAVE
               INVALID KEY MOVE "Y" TO WS-ESC-EOF
               NOT INVALID KEY MOVE "N" TO WS-ESC-EOF
           END-START.
           PERFORM UNTIL WS-ESC-EOF = "Y"
               READ ARQ-ESCALA NEXT RECORD
                   AT END MOVE "Y" TO WS-ESC-EOF
               END-READ
               IF WS-ESC-EOF = "N" AND ESDATA > WS-ESC-DOM
                   MOVE "Y" TO WS-ESC-EOF
               END-IF
               IF WS-ESC-EOF = "N" AND ESEIDT = WS-ESC-EIDT
                   AND ESDATA <> WS-ESC-DATA
                   ADD ESMINUTOS TO WS-ESC-MIN-SEM
               END-IF
           END-PERFORM.
       ESC-EXCLUI-PROCEDURE.
           DISPLAY "ID DO EMPREGADO: ".
           ACCEPT WS-ESC-EIDT.
           DISPLAY "DATA DO TURNO (AAAAMMDD): ".
           ACCEPT WS-ESC-DATA.
           OPEN I-O ARQ-ESCALA.
           IF WS-FS2 <> 0
               DISPLAY "NENHUMA ESCALA PLANEJADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ESC-DATA TO ESDATA.
           MOVE WS-ESC-EIDT TO ESEIDT.
           READ ARQ-ESCALA
               INVALID KEY
                   DISPLAY "TURNO NAO ENCONTRADO"
               NOT INVALID KEY
                   DELETE ARQ-ESCALA RECORD
                   DISPLAY "TURNO EXCLUIDO, DIA DE FOLGA NA ESCALA"
           END-READ.
           CLOSE ARQ-ESCALA.
       ESC-COPIA-PROCEDURE.
           PERFORM ESC-LE-SEMANA-PROCEDURE.
           IF WS-ESC-VALIDO = "N"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ESC-HIST-INI =
               FUNCTION DATE-OF-INTEGER (WS-ESC-JUL-SEG - 7).
           COMPUTE WS-ESC-HIST-FIM =
               FUNCTION DATE-OF-INTEGER (WS-ESC-JUL-SEG - 1).
           PERFORM ESC-ABRE-PROCEDURE.
           IF WS-FS2 <> 0
               DISPLAY "ERRO AO ABRIR ESCALA, FS=" WS-FS2
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-ESC-CP-QTD.
           MOVE WS-ESC-HIST-INI TO ESDATA.
           MOVE ZEROES TO ESEIDT.
           START ARQ-ESCALA KEY IS NOT LESS THAN ESCHAVE
               INVALID KEY MOVE "Y" TO WS-ESC-EOF
               NOT INVALID KEY MOVE "N" TO WS-ESC-EOF
           END-START.
           PERFORM UNTIL WS-ESC-EOF = "Y"
               READ ARQ-ESCALA NEXT RECORD
                   AT END MOVE "Y" TO WS-ESC-EOF
               END-READ
               IF WS-ESC-EOF = "N" AND ESDATA > WS-ESC-HIST-FIM
                   MOVE "Y" TO WS-ESC-EOF
               END-IF
               IF WS-ESC-EOF = "N" AND WS-ESC-CP-QTD < 300
                   ADD 1 TO WS-ESC-CP-QTD
                   MOVE ESDATA TO WS-ESC-CP-DATA (WS-ESC-CP-QTD)
                   MOVE ESEIDT TO WS-ESC-CP-EIDT (WS-ESC-CP-QTD)
                   MOVE ESFILIAL TO WS-ESC-CP-FILIAL (WS-ESC-CP-QTD)
                   MOVE ESENTRADA TO WS-ESC-CP-ENTRADA (WS-ESC-CP-QTD)
                   MOVE ESSAIDA TO WS-ESC-CP-SAIDA (WS-ESC-CP-QTD)
                   MOVE ESMINUTOS TO WS-ESC-CP-MIN (WS-ESC-CP-QTD)
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-ESC-CONT.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WS-FS = 0
               PERFORM VARYING WS-ESC-I FROM 1 BY 1
                   UNTIL WS-ESC-I > WS-ESC-CP-QTD
                   PERFORM ESC-COPIA-UM-PROCEDURE
               END-PERFORM
               CLOSE ARQ-EMPREGADOS
           END-IF.
           CLOSE ARQ-ESCALA.
           DISPLAY WS-ESC-CONT " TURNO(S) COPIADO(S) EM RASCUNHO PARA "
               "A SEMANA DE " WS-ESC-SEG.
       ESC-COPIA-UM-PROCEDURE.
           MOVE WS-ESC-CP-EIDT (WS-ESC-I) TO EIDT.
           READ ARQ-EMPREGADOS
               INVALID KEY
                   MOVE "N" TO WS-ESC-VALIDO
               NOT INVALID KEY
                   MOVE "S" TO WS-ESC-VALIDO
                   COMPUTE WS-ESC-MIN-CONTR = EHORAS-SEMANAIS * 60
           END-READ.
           IF WS-ESC-VALIDO = "N"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ESC-JUL = FUNCTION INTEGER-OF-DATE
               (WS-ESC-CP-DATA (WS-ESC-I)) + 7.
           COMPUTE WS-ESC-DATA = FUNCTION DATE-OF-INTEGER (WS-ESC-JUL).
           MOVE WS-ESC-JUL TO WS-FER-JUL-INI.
           MOVE WS-ESC-JUL TO WS-FER-JUL-FIM.
           PERFORM CHECA-COBERTURA-PROCEDURE.
           IF WS-FER-COBERTO = "S"
               DISPLAY "ID " EIDT " EM FERIAS EM " WS-ESC-DATA
                   ", TURNO NAO COPIADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE EIDT TO WS-ESC-EIDT.
           MOVE ZERO TO WS-ESC-MIN-SEM.
           PERFORM ESC-SOMA-SEMANA-PROCEDURE.
           IF WS-ESC-MIN-SEM + WS-ESC-CP-MIN (WS-ESC-I)
               > WS-ESC-MIN-CONTR
               DISPLAY "ID " EIDT " ULTRAPASSARIA AS HORAS SEMANAIS EM "
                   WS-ESC-DATA ", TURNO NAO COPIADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ESC-DATA TO ESDATA.
           MOVE WS-ESC-EIDT TO ESEIDT.
           READ ARQ-ESCALA
               INVALID KEY
                   MOVE WS-ESC-CP-FILIAL (WS-ESC-I) TO WS-ESC-FILIAL
                   MOVE WS-ESC-CP-ENTRADA (WS-ESC-I) TO WS-ESC-ENTRADA
                   MOVE WS-ESC-CP-SAIDA (WS-ESC-I) TO WS-ESC-SAIDA
                   MOVE WS-ESC-CP-MIN (WS-ESC-I) TO WS-ESC-MIN
                   PERFORM ESC-MONTA-PROCEDURE
                   WRITE REG-ESCALA
                   ADD 1 TO WS-ESC-CONT
               NOT INVALID KEY
                   CONTINUE
           END-READ.
       ESC-LISTA-PROCEDURE.
           PERFORM ESC-LE-SEMANA-PROCEDURE.
           IF WS-ESC-VALIDO = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ESC-LE-FILIAL-PROCEDURE.
           OPEN INPUT ARQ-ESCALA.
           IF WS-FS2 <> 0
               DISPLAY "NENHUMA ESCALA PLANEJADA"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-EMPREGADOS.
           DISPLAY "ESCALA DE " WS-ESC-SEG " A " WS-ESC-DOM.
           MOVE ZERO TO WS-ESC-EMP-QTD.
           MOVE WS-ESC-SEG TO ESDATA.
           MOVE ZEROES TO ESEIDT.
           START ARQ-ESCALA KEY IS NOT LESS THAN ESCHAVE
               INVALID KEY MOVE "Y" TO WS-ESC-EOF
               NOT INVALID KEY MOVE "N" TO WS-ESC-EOF
           END-START.
           PERFORM UNTIL WS-ESC-EOF = "Y"
               READ ARQ-ESCALA NEXT RECORD
                   AT END MOVE "Y" TO WS-ESC-EOF
               END-READ
               IF WS-ESC-EOF = "N" AND ESDATA > WS-ESC-DOM
                   MOVE "Y" TO WS-ESC-EOF
               END-IF
               IF WS-ESC-EOF = "N"
                   AND (WS-ESC-FILIAL-IN = ZERO
                       OR ESFILIAL = WS-ESC-FILIAL-IN)
                   PERFORM ESC-LISTA-LINHA-PROCEDURE
               END-IF
           END-PERFORM.
           DISPLAY "HORAS PLANEJADAS X HORAS SEMANAIS:".
           PERFORM VARYING WS-ESC-I FROM 1 BY 1
               UNTIL WS-ESC-I > WS-ESC-EMP-QTD
               MOVE WS-ESC-EMP-ID (WS-ESC-I) TO EIDT
               READ ARQ-EMPREGADOS
                   INVALID KEY
                       MOVE SPACES TO ENOME
                       MOVE ZERO TO EHORAS-SEMANAIS
               END-READ
               COMPUTE WS-ESC-HORAS-ED = WS-ESC-EMP-MIN (WS-ESC-I) / 60
               MOVE EHORAS-SEMANAIS TO WS-ESC-CONTR-ED
               DISPLAY "ID " WS-ESC-EMP-ID (WS-ESC-I) " " ENOME (1:20)
                   " " WS-ESC-HORAS-ED "H DE " WS-ESC-CONTR-ED "H"
           END-PERFORM.
           CLOSE ARQ-EMPREGADOS.
           CLOSE ARQ-ESCALA.
       ESC-LISTA-LINHA-PROCEDURE.
           COMPUTE WS-ESC-D = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (ESDATA) - 1, 7) + 1.
           MOVE ESEIDT TO EIDT.
           READ ARQ-EMPREGADOS
               INVALID KEY
                   MOVE SPACES TO ENOME
           END-READ.
           COMPUTE WS-ESC-HORAS-ED = ESMINUTOS / 60.
           IF ESSITUACAO = "P"
               MOVE "PUBLICADO" TO WS-ESC-SITUA
           ELSE
               MOVE "RASCUNHO" TO WS-ESC-SITUA
           END-IF.
           DISPLAY ESDATA " " WS-ESC-DIA-NOME (WS-ESC-D)
               " FL " ESFILIAL " ID " ESEIDT " " ENOME (1:20)
               " " ESENTRADA "-" ESSAIDA " " WS-ESC-HORAS-ED "H "
               WS-ESC-SITUA.
           MOVE ZERO TO WS-ESC-QTD.
           PERFORM VARYING WS-ESC-I FROM 1 BY 1
               UNTIL WS-ESC-I > WS-ESC-EMP-QTD OR WS-ESC-QTD > ZERO
               IF WS-ESC-EMP-ID (WS-ESC-I) = ESEIDT
                   MOVE WS-ESC-I TO WS-ESC-QTD
               END-IF
           END-PERFORM.
           IF WS-ESC-QTD = ZERO AND WS-ESC-EMP-QTD < 200
               ADD 1 TO WS-ESC-EMP-QTD
               MOVE WS-ESC-EMP-QTD TO WS-ESC-QTD
               MOVE ESEIDT TO WS-ESC-EMP-ID (WS-ESC-QTD)
               MOVE ZERO TO WS-ESC-EMP-MIN (WS-ESC-QTD)
           END-IF.
           IF WS-ESC-QTD > ZERO
               ADD ESMINUTOS TO WS-ESC-EMP-MIN (WS-ESC-QTD)
           END-IF.
       ESC-PUBLICA-PROCEDURE.
           PERFORM ESC-LE-SEMANA-PROCEDURE.
           IF WS-ESC-VALIDO = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ESC-LE-FILIAL-PROCEDURE.
           OPEN I-O ARQ-ESCALA.
           IF WS-FS2 <> 0
               DISPLAY "NENHUMA ESCALA PLANEJADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-ESC-CONT.
           MOVE WS-ESC-SEG TO ESDATA.
           MOVE ZEROES TO ESEIDT.
           START ARQ-ESCALA KEY IS NOT LESS THAN ESCHAVE
               INVALID KEY MOVE "Y" TO WS-ESC-EOF
               NOT INVALID KEY MOVE "N" TO WS-ESC-EOF
           END-START.
           PERFORM UNTIL WS-ESC-EOF = "Y"
               READ ARQ-ESCALA NEXT RECORD
                   AT END MOVE "Y" TO WS-ESC-EOF
               END-READ
               IF WS-ESC-EOF = "N" AND ESDATA > WS-ESC-DOM
                   MOVE "Y" TO WS-ESC-EOF
               END-IF
               IF WS-ESC-EOF = "N" AND ESSITUACAO = "R"
                   AND (WS-ESC-FILIAL-IN = ZERO
                       OR ESFILIAL = WS-ESC-FILIAL-IN)
                   PERFORM ESC-PUBLICA-UM-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-ESCALA.
           DISPLAY WS-ESC-CONT " TURNO(S) PUBLICADO(S) NA SEMANA DE "
               WS-ESC-SEG.
       ESC-PUBLICA-UM-PROCEDURE.
           MOVE ESEIDT TO EIDT.
           COMPUTE WS-FER-JUL-INI = FUNCTION INTEGER-OF-DATE (ESDATA).
           MOVE WS-FER-JUL-INI TO WS-FER-JUL-FIM.
           PERFORM CHECA-COBERTURA-PROCEDURE.
           IF WS-FER-COBERTO = "S"
               DISPLAY "ID " ESEIDT " EM FERIAS EM " ESDATA
                   ", TURNO NAO PUBLICADO"
           ELSE
               MOVE "P" TO ESSITUACAO
               REWRITE REG-ESCALA
               ADD 1 TO WS-ESC-CONT
           END-IF.
       ESC-COBERTURA-PROCEDURE.
           PERFORM ESC-LE-SEMANA-PROCEDURE.
           IF WS-ESC-VALIDO = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ESC-LE-FILIAL-PROCEDURE.
           DISPLAY "ATENDIMENTOS POR FUNCIONARIO/HORA (ENTER = 10): ".
           MOVE ZERO TO WS-ESC-CAPAC.
           ACCEPT WS-ESC-CAPAC.
           IF WS-ESC-CAPAC = ZERO
               MOVE 10 TO WS-ESC-CAPAC
           END-IF.
           INITIALIZE WS-ESC-GRADE.
           COMPUTE WS-ESC-HIST-INI = FUNCTION DATE-OF-INTEGER
               (WS-ESC-JUL-SEG - 7 * WS-ESC-SEMANAS).
           COMPUTE WS-ESC-HIST-FIM =
               FUNCTION DATE-OF-INTEGER (WS-ESC-JUL-SEG - 1).
           PERFORM ESC-GRADE-ESCALA-PROCEDURE.
           PERFORM ESC-GRADE-CAIXA-PROCEDURE.
           MOVE SPACES TO WS-ESC-ARQ.
           STRING "ESCALAREL." WS-ESC-SEG ".TXT"
               DELIMITED BY SIZE INTO WS-ESC-ARQ
           END-STRING.
           OPEN OUTPUT ARQ-ESCREL.
           MOVE SPACES TO WS-ESC-LINHA.
           STRING "COBERTURA DA ESCALA X MOVIMENTO DO CAIXA - SEMANA "
               WS-ESC-SEG " A " WS-ESC-DOM
               DELIMITED BY SIZE INTO WS-ESC-LINHA
           END-STRING.
           PERFORM ESC-GRAVA-LINHA-PROCEDURE.
           MOVE SPACES TO WS-ESC-LINHA.
           STRING "FILIAL " WS-ESC-FILIAL-IN " (00 = TODAS) - MEDIA DE "
               WS-ESC-SEMANAS " SEMANAS (" WS-ESC-HIST-INI " A "
               WS-ESC-HIST-FIM ")"
               DELIMITED BY SIZE INTO WS-ESC-LINHA
           END-STRING.
           PERFORM ESC-GRAVA-LINHA-PROCEDURE.
           MOVE SPACES TO WS-ESC-LINHA.
           STRING "CAPACIDADE: " WS-ESC-CAPAC
               " ATENDIMENTOS POR FUNCIONARIO/HORA"
               DELIMITED BY SIZE INTO WS-ESC-LINHA
           END-STRING.
           PERFORM ESC-GRAVA-LINHA-PROCEDURE.
           MOVE "DIA HORA ESCALA  MEDIA MOV  NECESSARIO  SITUACAO"
               TO WS-ESC-LINHA.
           PERFORM ESC-GRAVA-LINHA-PROCEDURE.
           MOVE ZERO TO WS-ESC-SUB.
           MOVE ZERO TO WS-ESC-SOBRE.
           PERFORM VARYING WS-ESC-D FROM 1 BY 1 UNTIL WS-ESC-D > 7
               PERFORM VARYING WS-ESC-H FROM 1 BY 1 UNTIL WS-ESC-H > 24
                   PERFORM ESC-COBERTURA-LINHA-PROCEDURE
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-ESC-LINHA.
           STRING WS-ESC-SUB " HORA(S) COM FALTA DE PESSOAL, "
               WS-ESC-SOBRE " HORA(S) COM SOBRA"
               DELIMITED BY SIZE INTO WS-ESC-LINHA
           END-STRING.
           PERFORM ESC-GRAVA-LINHA-PROCEDURE.
           CLOSE ARQ-ESCREL.
           DISPLAY "RELATORIO GRAVADO EM " WS-ESC-ARQ.
       ESC-GRAVA-LINHA-PROCEDURE.
           DISPLAY WS-ESC-LINHA.
           WRITE REG-ESCREL FROM WS-ESC-LINHA.
       ESC-GRADE-ESCALA-PROCEDURE.
           OPEN INPUT ARQ-ESCALA.
           IF WS-FS2 <> 0
               DISPLAY "NENHUMA ESCALA PLANEJADA PARA A SEMANA"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ESC-SEG TO ESDATA.
           MOVE ZEROES TO ESEIDT.
           START ARQ-ESCALA KEY IS NOT LESS THAN ESCHAVE
               INVALID KEY MOVE "Y" TO WS-ESC-EOF
               NOT INVALID KEY MOVE "N" TO WS-ESC-EOF
           END-START.
           PERFORM UNTIL WS-ESC-EOF = "Y"
               READ ARQ-ESCALA NEXT RECORD
                   AT END MOVE "Y" TO WS-ESC-EOF
               END-READ
               IF WS-ESC-EOF = "N" AND ESDATA > WS-ESC-DOM
                   MOVE "Y" TO WS-ESC-EOF
               END-IF
               IF WS-ESC-EOF = "N"
                   AND (WS-ESC-FILIAL-IN = ZERO
                       OR ESFILIAL = WS-ESC-FILIAL-IN)
                   PERFORM ESC-GRADE-TURNO-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-ESCALA.
       ESC-GRADE-TURNO-PROCEDURE.
           COMPUTE WS-ESC-D = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (ESDATA) - 1, 7) + 1.
           MOVE ESENTRADA TO WS-ESC-HORARIO.
           PERFORM ESC-HORARIO-PROCEDURE.
           MOVE WS-ESC-MIN-HOR TO WS-ESC-MIN-ENT.
           MOVE ESSAIDA TO WS-ESC-HORARIO.
           PERFORM ESC-HORARIO-PROCEDURE.
           MOVE WS-ESC-MIN-HOR TO WS-ESC-MIN-SAI.
           PERFORM VARYING WS-ESC-H FROM 1 BY 1 UNTIL WS-ESC-H > 24
               IF WS-ESC-MIN-ENT < WS-ESC-H * 60
                   AND WS-ESC-MIN-SAI > (WS-ESC-H - 1) * 60
                   ADD 1 TO WS-ESC-PESSOAS (WS-ESC-D, WS-ESC-H)
               END-IF
           END-PERFORM.
       ESC-GRADE-CAIXA-PROCEDURE.
           OPEN INPUT ARQ-CAIXAMOV.
           IF WS-FS <> 0
               DISPLAY "SEM MOVIMENTO DE CAIXA PARA COMPARAR"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ESC-FUNC.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS = 0
               MOVE "S" TO WS-ESC-FUNC
           END-IF.
           MOVE 99999 TO WS-ESC-ULT-EMP.
           MOVE ZEROES TO WS-ESC-ANT-DATA.
           MOVE ZEROES TO WS-ESC-ANT-HORA.
           MOVE ZEROES TO WS-ESC-ANT-EMP.
           MOVE "N" TO WS-ESC-EOF.
           PERFORM UNTIL WS-ESC-EOF = "Y"
               READ ARQ-CAIXAMOV
                   AT END MOVE "Y" TO WS-ESC-EOF
               END-READ
               IF WS-ESC-EOF = "N"
                   AND MVDATA >= WS-ESC-HIST-INI
                   AND MVDATA <= WS-ESC-HIST-FIM
                   PERFORM ESC-GRADE-MOV-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-ESC-FUNC = "S"
               CLOSE ARQ-FUNCIONARIOS
           END-IF.
           CLOSE ARQ-CAIXAMOV.
       ESC-GRADE-MOV-PROCEDURE.
           IF MVDATA = WS-ESC-ANT-DATA AND MVHORA = WS-ESC-ANT-HORA
               AND MVEMPID = WS-ESC-ANT-EMP
               EXIT PARAGRAPH
           END-IF.
           MOVE MVDATA TO WS-ESC-ANT-DATA.
           MOVE MVHORA TO WS-ESC-ANT-HORA.
           MOVE MVEMPID TO WS-ESC-ANT-EMP.
           IF WS-ESC-FILIAL-IN > ZERO
               IF MVEMPID <> WS-ESC-ULT-EMP
                   MOVE MVEMPID TO WS-ESC-ULT-EMP
                   MOVE 01 TO WS-ESC-ULT-FIL
                   IF WS-ESC-FUNC = "S"
                       MOVE MVEMPID TO EMPID
                       READ ARQ-FUNCIONARIOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE EMPFILIAL TO WS-ESC-ULT-FIL
                       END-READ
                   END-IF
               END-IF
               IF WS-ESC-ULT-FIL <> WS-ESC-FILIAL-IN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           COMPUTE WS-ESC-D = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (MVDATA) - 1, 7) + 1.
           COMPUTE WS-ESC-H = MVHORA / 10000 + 1.
           ADD 1 TO WS-ESC-MOV (WS-ESC-D, WS-ESC-H).
       ESC-COBERTURA-LINHA-PROCEDURE.
           IF WS-ESC-PESSOAS (WS-ESC-D, WS-ESC-H) = ZERO
               AND WS-ESC-MOV (WS-ESC-D, WS-ESC-H) = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ESC-MEDIA ROUNDED =
               WS-ESC-MOV (WS-ESC-D, WS-ESC-H) / WS-ESC-SEMANAS.
           MOVE WS-ESC-MEDIA TO WS-ESC-MEDIA-ED.
           COMPUTE WS-ESC-DIV = WS-ESC-SEMANAS * WS-ESC-CAPAC.
           COMPUTE WS-ESC-NEC =
               (WS-ESC-MOV (WS-ESC-D, WS-ESC-H) + WS-ESC-DIV - 1)
               / WS-ESC-DIV.
           IF WS-ESC-NEC = ZERO
               MOVE 1 TO WS-ESC-NEC
           END-IF.
           EVALUATE TRUE
               WHEN WS-ESC-PESSOAS (WS-ESC-D, WS-ESC-H) < WS-ESC-NEC
                   MOVE "FALTA" TO WS-ESC-SITUA
                   ADD 1 TO WS-ESC-SUB
               WHEN WS-ESC-PESSOAS (WS-ESC-D, WS-ESC-H) > WS-ESC-NEC
                   MOVE "SOBRA" TO WS-ESC-SITUA
                   ADD 1 TO WS-ESC-SOBRE
               WHEN OTHER
                   MOVE "OK" TO WS-ESC-SITUA
           END-EVALUATE.
           COMPUTE WS-HH = WS-ESC-H - 1.
           MOVE SPACES TO WS-ESC-LINHA.
           STRING WS-ESC-DIA-NOME (WS-ESC-D) " " WS-HH "H  "
               WS-ESC-PESSOAS (WS-ESC-D, WS-ESC-H) "    "
               WS-ESC-MEDIA-ED "     " WS-ESC-NEC "         "
               WS-ESC-SITUA
               DELIMITED BY SIZE INTO WS-ESC-LINHA
           END-STRING.
           PERFORM ESC-GRAVA-LINHA-PROCEDURE.
       ESC-TURNO-DIA-PROCEDURE.
           MOVE "N" TO WS-ESC-TURNO.
           IF WS-ESC-ABERTA <> "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PT-DATA TO ESDATA.
           MOVE EIDT TO ESEIDT.
           READ ARQ-ESCALA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ESSITUACAO = "P"
                       MOVE "T" TO WS-ESC-TURNO
                   END-IF
           END-READ.
           IF WS-ESC-TURNO = "T"
               MOVE ESENTRADA TO WS-ESC-HORARIO
               PERFORM ESC-HORARIO-PROCEDURE
               MOVE WS-ESC-MIN-HOR TO WS-ENTRADA-MIN
               MOVE ESSAIDA TO WS-ESC-HORARIO
               PERFORM ESC-HORARIO-PROCEDURE
               MOVE WS-ESC-MIN-HOR TO WS-SAIDA-MIN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ESC-SEG TO ESDATA.
           MOVE ZEROES TO ESEIDT.
           START ARQ-ESCALA KEY IS NOT LESS THAN ESCHAVE
               INVALID KEY MOVE "Y" TO WS-ESC-EOF
               NOT INVALID KEY MOVE "N" TO WS-ESC-EOF
           END-START.
           PERFORM UNTIL WS-ESC-EOF = "Y"
               READ ARQ-ESCALA NEXT RECORD
                   AT END MOVE "Y" TO WS-ESC-EOF
               END-READ
               IF WS-ESC-EOF = "N" AND ESDATA > WS-ESC-DOM
                   MOVE "Y" TO WS-ESC-EOF
               END-IF
               IF WS-ESC-EOF = "N" AND ESEIDT = EIDT
                   AND ESSITUACAO = "P"
                   MOVE "F" TO WS-ESC-TURNO
                   MOVE "Y" TO WS-ESC-EOF
               END-IF
           END-PERFORM.
       BANCO-HORAS-PROCEDURE.
           CALL "SYSTEM" USING "clear".
           DISPLAY "BANCO DE HORAS".
           DISPLAY "1. ACORDO DE COMPENSACAO".
           DISPLAY "2. LANCAR FOLGA COMPENSATORIA".
           DISPLAY "3. SALDO DO EMPREGADO".
           DISPLAY "4. EXTRATO MENSAL".
           ACCEPT WS-BH-OP.
           EVALUATE WS-BH-OP
               WHEN 1
                   PERFORM BH-CAD-ACORDO-PROCEDURE
               WHEN 2
                   PERFORM BH-FOLGA-PROCEDURE
               WHEN 3
                   PERFORM BH-SALDO-PROCEDURE
               WHEN 4
                   PERFORM BH-EXTRATO-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ACCEPT TMP-i.
           GO TO MENU-PROCEDURE.
       BH-ACORDO-PROCEDURE.
           MOVE "N" TO WS-BH-ACORDO.
           MOVE ZEROES TO WS-BH-FIM.
           OPEN INPUT ARQ-BHACORDO.
           IF WS-FS2 <> 0
               CLOSE ARQ-BHACORDO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-BH-EOF.
           PERFORM UNTIL WS-BH-EOF = "Y"
               READ ARQ-BHACORDO
                   AT END MOVE "Y" TO WS-BH-EOF
               END-READ
               IF WS-BH-EOF = "N" AND BAEIDT = WS-BH-EIDT
                   MOVE "S" TO WS-BH-ACORDO
                   MOVE BATIPO TO WS-BH-ACORDO-TIPO
                   MOVE BAPRAZO TO WS-BH-PRAZO
                   MOVE BATETO TO WS-BH-TETO
                   MOVE BAINICIO TO WS-BH-INICIO
                   MOVE BAFIM TO WS-BH-FIM
               END-IF
           END-PERFORM.
           CLOSE ARQ-BHACORDO.
       BH-SOMA-MESES-PROCEDURE.
           COMPUTE WS-BH-ANO = WS-BH-ANOMES / 100.
           COMPUTE WS-BH-TOT = WS-BH-ANO * 12
               + WS-BH-ANOMES - WS-BH-ANO * 100 - 1 + WS-BH-N.
           COMPUTE WS-BH-ANO = WS-BH-TOT / 12.
           COMPUTE WS-BH-MES = WS-BH-TOT - WS-BH-ANO * 12 + 1.
           COMPUTE WS-BH-CALC = WS-BH-ANO * 100 + WS-BH-MES.
       BH-FIM-MES-PROCEDURE.
           MOVE 1 TO WS-BH-N.
           PERFORM BH-SOMA-MESES-PROCEDURE.
           COMPUTE WS-BH-INI-MES = WS-BH-ANOMES * 100 + 1.
           COMPUTE WS-BH-JUL-INI =
               FUNCTION INTEGER-OF-DATE (WS-BH-INI-MES).
           COMPUTE WS-BH-JUL-FIM =
               FUNCTION INTEGER-OF-DATE (WS-BH-CALC * 100 + 1) - 1.
           COMPUTE WS-BH-FIM-MES =
               FUNCTION DATE-OF-INTEGER (WS-BH-JUL-FIM).
       BH-VENCIMENTO-PROCEDURE.
           MOVE WS-BH-PRAZO TO WS-BH-N.
           ADD 1 TO WS-BH-N.
           PERFORM BH-SOMA-MESES-PROCEDURE.
           COMPUTE WS-BH-VENCE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BH-CALC * 100 + 1) - 1).
       BH-DIAS-FERIAS-PROCEDURE.
           MOVE ZERO TO WS-BH-DIAS-FER.
           OPEN INPUT ARQ-FERIAS.
           IF WS-FS2 <> 0
               CLOSE ARQ-FERIAS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FER-EOF.
           PERFORM UNTIL WS-FER-EOF = "Y"
               READ ARQ-FERIAS
                   AT END MOVE "Y" TO WS-FER-EOF
               END-READ
               IF WS-FER-EOF = "N" AND FEEIDT = WS-BH-EIDT
                   COMPUTE WS-BH-JUL-A =
                       FUNCTION INTEGER-OF-DATE (FEINICIO)
                   COMPUTE WS-BH-JUL-B = WS-BH-JUL-A + FEDIAS - 1
                   IF WS-BH-JUL-A < WS-BH-JUL-INI
                       MOVE WS-BH-JUL-INI TO WS-BH-JUL-A
                   END-IF
                   IF WS-BH-JUL-B > WS-BH-JUL-FIM
                       MOVE WS-BH-JUL-FIM TO WS-BH-JUL-B
                   END-IF
                   IF WS-BH-JUL-B >= WS-BH-JUL-A
                       COMPUTE WS-BH-DIAS-FER = WS-BH-DIAS-FER
                           + WS-BH-JUL-B - WS-BH-JUL-A + 1
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-FERIAS.
           IF WS-BH-DIAS-FER > 30
               MOVE 30 TO WS-BH-DIAS-FER
           END-IF.
       BH-SOMA-TIPO-PROCEDURE.
           MOVE ZERO TO WS-BH-SOMA.
           OPEN INPUT ARQ-BANCOH.
           IF WS-FS2 <> 0
               CLOSE ARQ-BANCOH
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-BH-EOF.
           PERFORM UNTIL WS-BH-EOF = "Y"
               READ ARQ-BANCOH
                   AT END MOVE "Y" TO WS-BH-EOF
               END-READ
               IF WS-BH-EOF = "N" AND BHEIDT = WS-BH-EIDT
                   AND BHANOMES = WS-BH-ANOMES
                   AND BHTIPO = WS-BH-TIPO
                   ADD BHMINUTOS TO WS-BH-SOMA
               END-IF
           END-PERFORM.
           CLOSE ARQ-BANCOH.
       BH-POSTA-PROCEDURE.
           MOVE "N" TO WS-BH-ACHOU.
           ACCEPT WS-BH-DATA FROM DATE YYYYMMDD.
           OPEN I-O ARQ-BANCOH.
           IF WS-FS2 = 0
               MOVE "N" TO WS-BH-EOF
               PERFORM UNTIL WS-BH-EOF = "Y"
                   READ ARQ-BANCOH
                       AT END MOVE "Y" TO WS-BH-EOF
                   END-READ
                   IF WS-BH-EOF = "N" AND WS-BH-ACHOU = "N"
                       AND BHEIDT = WS-BH-EIDT
                       AND BHANOMES = WS-BH-ANOMES
                       IF (WS-BH-CLASSE = "A"
                           AND (BHTIPO = "C" OR BHTIPO = "D"))
                           OR (WS-BH-CLASSE = "V" AND BHTIPO = "V")
                           MOVE "S" TO WS-BH-ACHOU
                           MOVE WS-BH-DATA TO BHDATA
                           MOVE WS-BH-TIPO TO BHTIPO
                           MOVE WS-BH-MIN TO BHMINUTOS
                           MOVE WS-BH-VENCE TO BHVENCE
                           MOVE WS-BH-HIST TO BHHIST
                           REWRITE REG-BANCOH
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-BANCOH.
           IF WS-BH-ACHOU = "N" AND WS-BH-MIN > ZERO
               PERFORM BH-GRAVA-PROCEDURE
           END-IF.
       BH-GRAVA-PROCEDURE.
           OPEN EXTEND ARQ-BANCOH.
           IF WS-FS2 = 35
               OPEN OUTPUT ARQ-BANCOH
           END-IF.
           IF WS-FS2 = 0
               MOVE WS-BH-EIDT TO BHEIDT
               MOVE WS-BH-ANOMES TO BHANOMES
               MOVE WS-BH-DATA TO BHDATA
               MOVE WS-BH-TIPO TO BHTIPO
               MOVE WS-BH-MIN TO BHMINUTOS
               MOVE WS-BH-VENCE TO BHVENCE
               MOVE WS-BH-HIST TO BHHIST
               WRITE REG-BANCOH
               CLOSE ARQ-BANCOH
           ELSE
               DISPLAY "ERRO AO GRAVAR BANCO DE HORAS, FS=" WS-FS2
           END-IF.
       BH-CALCULA-PROCEDURE.
           MOVE ZERO TO WS-BH-QTD.
           MOVE ZERO TO WS-BH-DEB.
           MOVE ZERO TO WS-BH-SALDO.
           OPEN INPUT ARQ-BANCOH.
           IF WS-FS2 <> 0
               CLOSE ARQ-BANCOH
               MOVE ZERO TO WS-BH-NEG
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-BH-EOF.
           PERFORM UNTIL WS-BH-EOF = "Y"
               READ ARQ-BANCOH
                   AT END MOVE "Y" TO WS-BH-EOF
               END-READ
               IF WS-BH-EOF = "N" AND BHEIDT = WS-BH-EIDT
                   AND BHANOMES <= WS-BH-REF
                   EVALUATE BHTIPO
                       WHEN "C"
                           IF WS-BH-QTD < 200
                               ADD 1 TO WS-BH-QTD
                               MOVE BHANOMES
                                   TO WS-BH-CR-ANOMES (WS-BH-QTD)
                               MOVE BHVENCE
                                   TO WS-BH-CR-VENCE (WS-BH-QTD)
                               MOVE BHMINUTOS
                                   TO WS-BH-CR-REST (WS-BH-QTD)
                           END-IF
                       WHEN "V"
                           IF WS-BH-IGNORA-V <> "S"
                               OR BHANOMES <> WS-BH-REF
                               ADD BHMINUTOS TO WS-BH-DEB
                           END-IF
                       WHEN OTHER
                           ADD BHMINUTOS TO WS-BH-DEB
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE ARQ-BANCOH.
           PERFORM VARYING WS-BH-I FROM 1 BY 1
                   UNTIL WS-BH-I > WS-BH-QTD
               IF WS-BH-DEB > WS-BH-CR-REST (WS-BH-I)
                   MOVE WS-BH-CR-REST (WS-BH-I) TO WS-BH-TAKE
               ELSE
                   MOVE WS-BH-DEB TO WS-BH-TAKE
               END-IF
               SUBTRACT WS-BH-TAKE FROM WS-BH-CR-REST (WS-BH-I)
               SUBTRACT WS-BH-TAKE FROM WS-BH-DEB
               ADD WS-BH-CR-REST (WS-BH-I) TO WS-BH-SALDO
           END-PERFORM.
           MOVE WS-BH-DEB TO WS-BH-NEG.
           COMPUTE WS-BH-LIQ = WS-BH-SALDO - WS-BH-NEG.
       BH-APURA-PROCEDURE.
           MOVE EIDT TO WS-BH-EIDT.
           PERFORM BH-ACORDO-PROCEDURE.
           IF WS-BH-ACORDO = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PT-ANOMES TO WS-BH-ANOMES.
           PERFORM BH-FIM-MES-PROCEDURE.
           IF WS-BH-INICIO > WS-BH-FIM-MES
               OR (WS-BH-FIM > ZEROES AND WS-BH-FIM < WS-BH-INI-MES)
               EXIT PARAGRAPH
           END-IF.
           PERFORM BH-DIAS-FERIAS-PROCEDURE.
           ADD WS-AU-INSS-DIAS TO WS-BH-DIAS-FER.
           IF WS-BH-DIAS-FER > 30
               MOVE 30 TO WS-BH-DIAS-FER
           END-IF.
           COMPUTE WS-BH-PREVISTO ROUNDED =
               EHORAS-SEMANAIS * 300 * (30 - WS-BH-DIAS-FER) / 30.
           MOVE "F" TO WS-BH-TIPO.
           PERFORM BH-SOMA-TIPO-PROCEDURE.
           COMPUTE WS-BH-DIF = WS-MIN-MES + WS-BH-SOMA
               + WS-AU-FALTAS * WS-AU-MIN-DIA - WS-BH-PREVISTO.
           IF WS-BH-DIF >= ZERO
               MOVE "C" TO WS-BH-TIPO
               MOVE WS-BH-DIF TO WS-BH-MIN
               PERFORM BH-VENCIMENTO-PROCEDURE
               MOVE "HORAS EXCEDENTES DO MES" TO WS-BH-HIST
           ELSE
               MOVE "D" TO WS-BH-TIPO
               COMPUTE WS-BH-MIN = 0 - WS-BH-DIF
               MOVE ZEROES TO WS-BH-VENCE
               MOVE "HORAS A MENOS NO MES" TO WS-BH-HIST
           END-IF.
           MOVE "A" TO WS-BH-CLASSE.
           PERFORM BH-POSTA-PROCEDURE.
           COMPUTE WS-BH-ED = WS-BH-DIF / 60.
           DISPLAY "     BANCO DE HORAS NO MES: " WS-BH-ED "H".
       BH-FOLHA-PROCEDURE.
           MOVE ZERO TO WS-BH-VALOR.
           MOVE ZERO TO WS-BH-PAGAR.
           MOVE EIDT TO WS-BH-EIDT.
           PERFORM BH-ACORDO-PROCEDURE.
           IF WS-BH-ACORDO = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FOLHA-ANOMES TO WS-BH-ANOMES.
           PERFORM BH-FIM-MES-PROCEDURE.
           IF WS-HR-ACHOU = "S"
               MOVE "C" TO WS-BH-TIPO
               PERFORM BH-SOMA-TIPO-PROCEDURE
               COMPUTE WS-BH-AJUSTE = 0 - WS-BH-SOMA
               MOVE "D" TO WS-BH-TIPO
               PERFORM BH-SOMA-TIPO-PROCEDURE
               ADD WS-BH-SOMA TO WS-BH-AJUSTE
               MOVE "F" TO WS-BH-TIPO
               PERFORM BH-SOMA-TIPO-PROCEDURE
               ADD WS-BH-SOMA TO WS-BH-AJUSTE
               COMPUTE WS-BH-HORAS-S ROUNDED =
                   WS-HR-HORAS + WS-BH-AJUSTE / 60
               IF WS-BH-HORAS-S < ZERO
                   MOVE ZERO TO WS-BH-HORAS-S
               END-IF
               MOVE WS-BH-HORAS-S TO WS-HR-HORAS
           END-IF.
           MOVE WS-BH-ANOMES TO WS-BH-REF.
           MOVE "S" TO WS-BH-IGNORA-V.
           PERFORM BH-CALCULA-PROCEDURE.
           IF WS-BH-FIM > ZEROES AND WS-BH-FIM <= WS-BH-FIM-MES
               MOVE WS-BH-SALDO TO WS-BH-PAGAR
           ELSE
               PERFORM VARYING WS-BH-I FROM 1 BY 1
                       UNTIL WS-BH-I > WS-BH-QTD
                   IF WS-BH-CR-VENCE (WS-BH-I) <= WS-BH-FIM-MES
                       ADD WS-BH-CR-REST (WS-BH-I) TO WS-BH-PAGAR
                   END-IF
               END-PERFORM
               IF WS-BH-TETO > ZERO
                   AND WS-BH-SALDO - WS-BH-PAGAR > WS-BH-TETO * 60
                   COMPUTE WS-BH-PAGAR = WS-BH-SALDO - WS-BH-TETO * 60
               END-IF
           END-IF.
           COMPUTE WS-BH-VALOR ROUNDED =
               WS-BH-PAGAR / 60 * WS-VALOR-HORA * 1.5.
           MOVE "V" TO WS-BH-TIPO.
           MOVE WS-BH-PAGAR TO WS-BH-MIN.
           MOVE ZEROES TO WS-BH-VENCE.
           MOVE "PAGO EM FOLHA (VENCIDO/TETO)" TO WS-BH-HIST.
           MOVE "V" TO WS-BH-CLASSE.
           PERFORM BH-POSTA-PROCEDURE.
       BH-CAD-ACORDO-PROCEDURE.
           DISPLAY "ID DO EMPREGADO: ".
           ACCEPT WS-BH-EIDT.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WS-FS <> 0
               DISPLAY "NENHUM EMPREGADO CADASTRADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BH-EIDT TO EIDT.
           MOVE "S" TO WS-BH-ACHOU.
           READ ARQ-EMPREGADOS
               INVALID KEY
                   MOVE "N" TO WS-BH-ACHOU
           END-READ.
           CLOSE ARQ-EMPREGADOS.
           IF WS-BH-ACHOU = "N"
               DISPLAY "EMPREGADO NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-BH-DATA FROM DATE YYYYMMDD.
           PERFORM BH-ACORDO-PROCEDURE.
           IF WS-BH-ACORDO = "S" AND WS-BH-FIM = ZEROES
               DISPLAY "ACORDO " WS-BH-ACORDO-TIPO
                   " PRAZO " WS-BH-PRAZO " MESES TETO "
                   WS-BH-TETO "H DESDE " WS-BH-INICIO
               DISPLAY "ENCERRAR O ACORDO (S/N): "
               ACCEPT WS-BH-RESP
               IF WS-BH-RESP = "S" OR WS-BH-RESP = "s"
                   MOVE WS-BH-DATA TO WS-BH-FIM
                   PERFORM BH-GRAVA-ACORDO-PROCEDURE
                   DISPLAY "ACORDO ENCERRADO, SALDO PAGO NA PROXIMA "
                       "FOLHA"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-BH-DATA TO WS-BH-INICIO
           END-IF.
           DISPLAY "TIPO (I=INDIVIDUAL C=COLETIVO): ".
           ACCEPT WS-BH-ACORDO-TIPO.
           IF WS-BH-ACORDO-TIPO = "C"
               MOVE 12 TO WS-BH-PRAZO
           ELSE
               MOVE "I" TO WS-BH-ACORDO-TIPO
               MOVE 6 TO WS-BH-PRAZO
           END-IF.
           DISPLAY "PRAZO DE COMPENSACAO EM MESES (ENTER = "
               WS-BH-PRAZO "): ".
           MOVE ZERO TO WS-BH-N.
           ACCEPT WS-BH-N.
           IF WS-BH-N > ZERO
               MOVE WS-BH-N TO WS-BH-PRAZO
           END-IF.
           DISPLAY "TETO DE SALDO EM HORAS (0 = SEM TETO): ".
           MOVE ZERO TO WS-BH-TETO.
           ACCEPT WS-BH-TETO.
           MOVE ZEROES TO WS-BH-FIM.
           PERFORM BH-GRAVA-ACORDO-PROCEDURE.
           DISPLAY "ACORDO DE BANCO DE HORAS GRAVADO".
       BH-GRAVA-ACORDO-PROCEDURE.
           MOVE "N" TO WS-BH-ACHOU.
           OPEN I-O ARQ-BHACORDO.
           IF WS-FS2 = 0
               MOVE "N" TO WS-BH-EOF
               PERFORM UNTIL WS-BH-EOF = "Y"
                   READ ARQ-BHACORDO
                       AT END MOVE "Y" TO WS-BH-EOF
                   END-READ
                   IF WS-BH-EOF = "N" AND BAEIDT = WS-BH-EIDT
                       MOVE "S" TO WS-BH-ACHOU
                       PERFORM BH-MOVE-ACORDO-PROCEDURE
                       REWRITE REG-BHACORDO
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-BHACORDO.
           IF WS-BH-ACHOU = "N"
               OPEN EXTEND ARQ-BHACORDO
               IF WS-FS2 = 35
                   OPEN OUTPUT ARQ-BHACORDO
               END-IF
               PERFORM BH-MOVE-ACORDO-PROCEDURE
               WRITE REG-BHACORDO
               CLOSE ARQ-BHACORDO
           END-IF.
       BH-MOVE-ACORDO-PROCEDURE.
           MOVE WS-BH-EIDT TO BAEIDT.
           MOVE WS-BH-ACORDO-TIPO TO BATIPO.
           MOVE WS-BH-PRAZO TO BAPRAZO.
           MOVE WS-BH-TETO TO BATETO.
           MOVE WS-BH-INICIO TO BAINICIO.
           MOVE WS-BH-FIM TO BAFIM.
       BH-FOLGA-PROCEDURE.
           DISPLAY "ID DO EMPREGADO: ".
           ACCEPT WS-BH-EIDT.
           PERFORM BH-ACORDO-PROCEDURE.
           IF WS-BH-ACORDO = "N" OR WS-BH-FIM > ZEROES
               DISPLAY "EMPREGADO SEM ACORDO DE BANCO DE HORAS"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DATA DA FOLGA (AAAAMMDD): ".
           ACCEPT WS-BH-DATA.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-BH-DATA) <> 0
               DISPLAY "DATA INVALIDA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "HORAS COMPENSADAS (HH:MM): ".
           ACCEPT WS-ESC-HORARIO.
           PERFORM ESC-HORARIO-PROCEDURE.
           IF WS-ESC-VALIDO = "N" OR WS-ESC-MIN-HOR = ZERO
               DISPLAY "QUANTIDADE DE HORAS INVALIDA"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BH-ANOMES = WS-BH-DATA / 100.
           MOVE WS-BH-ANOMES TO WS-BH-REF.
           MOVE "N" TO WS-BH-IGNORA-V.
           PERFORM BH-CALCULA-PROCEDURE.
           IF WS-ESC-MIN-HOR > WS-BH-LIQ
               COMPUTE WS-BH-ED = WS-BH-LIQ / 60
               DISPLAY "SALDO INSUFICIENTE NO BANCO: " WS-BH-ED "H"
               EXIT PARAGRAPH
           END-IF.
           MOVE "F" TO WS-BH-TIPO.
           MOVE WS-ESC-MIN-HOR TO WS-BH-MIN.
           MOVE ZEROES TO WS-BH-VENCE.
           MOVE "FOLGA COMPENSATORIA" TO WS-BH-HIST.
           PERFORM BH-GRAVA-PROCEDURE.
           DISPLAY "FOLGA LANCADA NO BANCO DE HORAS".
           DISPLAY "SE O MES JA FOI APURADO, REFACA A APURACAO (10)".
       BH-SALDO-PROCEDURE.
           DISPLAY "ID DO EMPREGADO: ".
           ACCEPT WS-BH-EIDT.
           PERFORM BH-ACORDO-PROCEDURE.
           IF WS-BH-ACORDO = "N"
               DISPLAY "EMPREGADO SEM ACORDO DE BANCO DE HORAS"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-BH-DATA FROM DATE YYYYMMDD.
           COMPUTE WS-BH-REF = WS-BH-DATA / 100.
           MOVE "N" TO WS-BH-IGNORA-V.
           PERFORM BH-CALCULA-PROCEDURE.
           PERFORM VARYING WS-BH-I FROM 1 BY 1
                   UNTIL WS-BH-I > WS-BH-QTD
               IF WS-BH-CR-REST (WS-BH-I) > ZERO
                   COMPUTE WS-BH-ED = WS-BH-CR-REST (WS-BH-I) / 60
                   DISPLAY "CREDITO " WS-BH-CR-ANOMES (WS-BH-I)
                       " SALDO " WS-BH-ED "H VENCE EM "
                       WS-BH-CR-VENCE (WS-BH-I)
               END-IF
           END-PERFORM.
           COMPUTE WS-BH-ED = WS-BH-LIQ / 60.
           DISPLAY "SALDO ATUAL DO BANCO: " WS-BH-ED "H".
           IF WS-BH-FIM > ZEROES
               DISPLAY "ACORDO ENCERRADO EM " WS-BH-FIM
           END-IF.
       BH-EXTRATO-PROCEDURE.
           DISPLAY "MES DO EXTRATO (AAAAMM): ".
           ACCEPT WS-BH-ANOMES.
           MOVE SPACES TO WS-BH-ARQ.
           STRING "BANCOHORAS." WS-BH-ANOMES ".TXT"
               DELIMITED BY SIZE INTO WS-BH-ARQ
           END-STRING.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WS-FS <> 0
               DISPLAY "NENHUM EMPREGADO CADASTRADO"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-BHEXTRATO.
           MOVE SPACES TO WS-BH-LINHA.
           STRING "EXTRATO DO BANCO DE HORAS - COMPETENCIA "
               WS-BH-ANOMES DELIMITED BY SIZE INTO WS-BH-LINHA
           END-STRING.
           WRITE REG-BHEXTRATO FROM WS-BH-LINHA.
           MOVE ZERO TO WS-BH-CONT.
           MOVE ZERO TO EIDT.
           START ARQ-EMPREGADOS KEY IS NOT LESS THAN EIDT
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM BH-EXTRATO-UM-PROCEDURE UNTIL WS-EOF = "Y".
           CLOSE ARQ-BHEXTRATO.
           CLOSE ARQ-EMPREGADOS.
           DISPLAY WS-BH-CONT " EXTRATOS GRAVADOS EM " WS-BH-ARQ.
       BH-EXTRATO-UM-PROCEDURE.
           READ ARQ-EMPREGADOS NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE EIDT TO WS-BH-EIDT.
           PERFORM BH-ACORDO-PROCEDURE.
           IF WS-BH-ACORDO = "N"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BH-CONT.
           MOVE "N" TO WS-BH-IGNORA-V.
           MOVE -1 TO WS-BH-N.
           PERFORM BH-SOMA-MESES-PROCEDURE.
           MOVE WS-BH-CALC TO WS-BH-REF.
           PERFORM BH-CALCULA-PROCEDURE.
           MOVE WS-BH-LIQ TO WS-BH-LIQ-ANT.
           MOVE ALL "-" TO WS-BH-LINHA.
           WRITE REG-BHEXTRATO FROM WS-BH-LINHA.
           MOVE SPACES TO WS-BH-LINHA.
           STRING "ID " EIDT " - " ENOME
               DELIMITED BY SIZE INTO WS-BH-LINHA
           END-STRING.
           WRITE REG-BHEXTRATO FROM WS-BH-LINHA.
           COMPUTE WS-BH-ED = WS-BH-LIQ-ANT / 60.
           MOVE SPACES TO WS-BH-LINHA.
           STRING "SALDO ANTERIOR........... " WS-BH-ED "H"
               DELIMITED BY SIZE INTO WS-BH-LINHA
           END-STRING.
           WRITE REG-BHEXTRATO FROM WS-BH-LINHA.
           OPEN INPUT ARQ-BANCOH.
           IF WS-FS2 <> 0
               CLOSE ARQ-BANCOH
           ELSE
               MOVE "N" TO WS-BH-EOF
               PERFORM UNTIL WS-BH-EOF = "Y"
                   READ ARQ-BANCOH
                       AT END MOVE "Y" TO WS-BH-EOF
                   END-READ
                   IF WS-BH-EOF = "N" AND BHEIDT = WS-BH-EIDT
                       AND BHANOMES = WS-BH-ANOMES
                       PERFORM BH-EXTRATO-MOV-PROCEDURE
                   END-IF
               END-PERFORM
               CLOSE ARQ-BANCOH
           END-IF.
           MOVE WS-BH-ANOMES TO WS-BH-REF.
           PERFORM BH-CALCULA-PROCEDURE.
           COMPUTE WS-BH-ED = WS-BH-LIQ / 60.
           MOVE SPACES TO WS-BH-LINHA.
           STRING "SALDO ATUAL.............. " WS-BH-ED "H"
               DELIMITED BY SIZE INTO WS-BH-LINHA
           END-STRING.
           WRITE REG-BHEXTRATO FROM WS-BH-LINHA.
           PERFORM VARYING WS-BH-I FROM 1 BY 1
                   UNTIL WS-BH-I > WS-BH-QTD
               IF WS-BH-CR-REST (WS-BH-I) > ZERO
                   COMPUTE WS-BH-ED = WS-BH-CR-REST (WS-BH-I) / 60
                   MOVE SPACES TO WS-BH-LINHA
                   STRING "  A VENCER EM " WS-BH-CR-VENCE (WS-BH-I)
                       " (CREDITO " WS-BH-CR-ANOMES (WS-BH-I) ") "
                       WS-BH-ED "H"
                       DELIMITED BY SIZE INTO WS-BH-LINHA
                   END-STRING
                   WRITE REG-BHEXTRATO FROM WS-BH-LINHA
               END-IF
           END-PERFORM.
           IF WS-BH-FIM > ZEROES
               MOVE SPACES TO WS-BH-LINHA
               STRING "ACORDO ENCERRADO EM " WS-BH-FIM
                   DELIMITED BY SIZE INTO WS-BH-LINHA
               END-STRING
               WRITE REG-BHEXTRATO FROM WS-BH-LINHA
           END-IF.
       BH-EXTRATO-MOV-PROCEDURE.
           EVALUATE BHTIPO
               WHEN "C"
                   MOVE "CREDITO" TO WS-BH-DESC
                   COMPUTE WS-BH-ED2 = BHMINUTOS / 60
               WHEN "D"
                   MOVE "DEBITO" TO WS-BH-DESC
                   COMPUTE WS-BH-ED2 = 0 - BHMINUTOS / 60
               WHEN "F"
                   MOVE "FOLGA COMPENSATORIA" TO WS-BH-DESC
                   COMPUTE WS-BH-ED2 = 0 - BHMINUTOS / 60
               WHEN OTHER
                   MOVE "PAGO EM FOLHA" TO WS-BH-DESC
                   COMPUTE WS-BH-ED2 = 0 - BHMINUTOS / 60
           END-EVALUATE.
           MOVE SPACES TO WS-BH-LINHA.
           STRING "  " BHDATA " " WS-BH-DESC " " WS-BH-ED2 "H"
               DELIMITED BY SIZE INTO WS-BH-LINHA
           END-STRING.
           WRITE REG-BHEXTRATO FROM WS-BH-LINHA.
       VALES-PROCEDURE.
           CALL "SYSTEM" USING "clear".
           DISPLAY "VALES E EMPRESTIMOS".
           DISPLAY "1. CONCEDER VALE OU EMPRESTIMO".
           DISPLAY "2. EXTRATO DO EMPREGADO".
           DISPLAY "3. SALDOS EM ABERTO".
           ACCEPT WS-VL-OP.
           EVALUATE WS-VL-OP
               WHEN 1
                   PERFORM VL-CONCEDE-PROCEDURE
               WHEN 2
                   PERFORM VL-EXTRATO-PROCEDURE
               WHEN 3
                   PERFORM VL-ABERTOS-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ACCEPT TMP-i.
           GO TO MENU-PROCEDURE.
       VL-CONCEDE-PROCEDURE.
           DISPLAY "ID DO EMPREGADO: ".
           ACCEPT WS-VL-EIDT.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WS-FS <> 0
               DISPLAY "NENHUM EMPREGADO CADASTRADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VL-EIDT TO EIDT.
           MOVE "S" TO WS-VL-ACHOU.
           READ ARQ-EMPREGADOS
               INVALID KEY
                   MOVE "N" TO WS-VL-ACHOU
           END-READ.
           CLOSE ARQ-EMPREGADOS.
           IF WS-VL-ACHOU = "N"
               DISPLAY "EMPREGADO NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-VL-HOJE FROM DATE YYYYMMDD.
           PERFORM VL-SALDO-EMPREGADO-PROCEDURE.
           IF WS-VL-ABERTO > ZERO
               DISPLAY "SALDO EM ABERTO DE VALES: " WS-VL-ABERTO
           END-IF.
           DISPLAY "TIPO (A=ADIANTAMENTO E=EMPRESTIMO): ".
           ACCEPT WS-VL-TIPO.
           MOVE FUNCTION UPPER-CASE(WS-VL-TIPO) TO WS-VL-TIPO.
           IF WS-VL-TIPO <> "A" AND WS-VL-TIPO <> "E"
               DISPLAY "TIPO INVALIDO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VALOR: ".
           ACCEPT WS-VL-VALOR.
           IF WS-VL-VALOR = ZERO
               DISPLAY "VALOR OBRIGATORIO"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VL-INICIO = WS-VL-HOJE / 100.
           MOVE 1 TO WS-VL-PARCELAS.
           IF WS-VL-TIPO = "E"
               DISPLAY "NUMERO DE PARCELAS (1-24): "
               ACCEPT WS-VL-PARCELAS
               IF WS-VL-PARCELAS = ZERO OR WS-VL-PARCELAS > 24
                   DISPLAY "NUMERO DE PARCELAS INVALIDO"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-VL-INICIO TO WS-BH-ANOMES
               MOVE 1 TO WS-BH-N
               PERFORM BH-SOMA-MESES-PROCEDURE
               MOVE WS-BH-CALC TO WS-VL-INICIO
               DISPLAY "PRIMEIRO DESCONTO (AAAAMM, ENTER = "
                   WS-VL-INICIO "): "
               MOVE ZERO TO WS-VL-ANOMES
               ACCEPT WS-VL-ANOMES
               IF WS-VL-ANOMES > ZERO
                   MOVE WS-VL-ANOMES TO WS-VL-INICIO
               END-IF
           END-IF.
           DISPLAY "PAGAMENTO (C=CAIXA B=CREDITO EM CONTA): ".
           ACCEPT WS-VL-FORMA.
           MOVE FUNCTION UPPER-CASE(WS-VL-FORMA) TO WS-VL-FORMA.
           MOVE ZERO TO WS-VL-OPERADOR.
           EVALUATE WS-VL-FORMA
               WHEN "C"
                   DISPLAY "OPERADOR DO CAIXA QUE PAGA: "
                   ACCEPT WS-VL-OPERADOR
               WHEN "B"
                   PERFORM CRED-CONFERE-BANCO-PROCEDURE
                   IF WS-CRED-SEM-BANCO = "S"
                       DISPLAY "EMPREGADO SEM DADOS BANCARIOS"
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "FORMA DE PAGAMENTO INVALIDA"
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM VL-GERENTE-PROCEDURE.
           IF WS-VL-GER-OK <> "S"
               DISPLAY "APROVACAO DO GERENTE NAO CONFIRMADA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONFIRMA " WS-VL-VALOR " EM " WS-VL-PARCELAS
               " PARCELA(S) A PARTIR DE " WS-VL-INICIO "? (S/N): ".
           ACCEPT WS-VL-RESP.
           IF WS-VL-RESP <> "S" AND WS-VL-RESP <> "s"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VL-PROXIMO-NUMERO-PROCEDURE.
           OPEN EXTEND ARQ-VALES.
           IF WS-FS2 = 35
               OPEN OUTPUT ARQ-VALES
           END-IF.
           IF WS-FS2 <> 0
               DISPLAY "ERRO AO GRAVAR VALE, FS=" WS-FS2
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VL-NUMERO TO VLNUMERO.
           MOVE WS-VL-EIDT TO VLEIDT.
           MOVE WS-VL-TIPO TO VLTIPO.
           MOVE WS-VL-HOJE TO VLDATA.
           MOVE WS-VL-VALOR TO VLVALOR.
           MOVE WS-VL-PARCELAS TO VLPARCELAS.
           MOVE WS-VL-INICIO TO VLINICIO.
           MOVE WS-VL-GERENTE TO VLGERENTE.
           MOVE WS-VL-FORMA TO VLFORMA.
           MOVE WS-VL-OPERADOR TO VLOPERADOR.
           MOVE WS-VL-VALOR TO VLSALDO.
           MOVE ZERO TO VLPAGAS.
           MOVE "A" TO VLSITUACAO.
           MOVE ZEROES TO VLQUITACAO.
           WRITE REG-VALES.
           CLOSE ARQ-VALES.
           IF WS-VL-FORMA = "C"
               PERFORM VL-PAGA-CAIXA-PROCEDURE
           ELSE
               PERFORM VL-PAGA-BANCO-PROCEDURE
           END-IF.
           PERFORM VL-RECIBO-PROCEDURE.
           DISPLAY "VALE " WS-VL-NUMERO " REGISTRADO".
           DISPLAY "RECIBO PARA ASSINATURA EM " WS-VL-ARQ.
       VL-GERENTE-PROCEDURE.
           MOVE "N" TO WS-VL-GER-OK.
           DISPLAY "GERENTE QUE APROVA: ".
           ACCEPT WS-VL-GERENTE.
           DISPLAY "SENHA: ".
           ACCEPT WS-VL-GER-PIN.
           IF WS-VL-GERENTE = WS-VL-EIDT
               DISPLAY "O PROPRIO EMPREGADO NAO PODE APROVAR"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS = 0
               MOVE WS-VL-GERENTE TO EMPID
               READ ARQ-FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-VL-GER-PIN TO WS-PIN-CLARO
                       CALL "PIN_Scramble" USING WS-PIN-CLARO
                           WS-PIN-CIFRADO
                       END-CALL
                       IF EMPPIN = WS-PIN-CIFRADO
                           AND EMPSITUACAO = "A"
                           AND (EMPPERFIL = "S" OR EMPPERFIL = "G")
                           MOVE "S" TO WS-VL-GER-OK
                       END-IF
               END-READ
               CLOSE ARQ-FUNCIONARIOS
           END-IF.
       VL-PROXIMO-NUMERO-PROCEDURE.
           MOVE ZERO TO WS-VL-NUMERO.
           OPEN INPUT ARQ-VALES.
           IF WS-FS2 <> 0
               CLOSE ARQ-VALES
           ELSE
               MOVE "N" TO WS-VL-EOF
               PERFORM UNTIL WS-VL-EOF = "Y"
                   READ ARQ-VALES
                       AT END MOVE "Y" TO WS-VL-EOF
                   END-READ
                   IF WS-VL-EOF = "N" AND VLNUMERO > WS-VL-NUMERO
                       MOVE VLNUMERO TO WS-VL-NUMERO
                   END-IF
               END-PERFORM
               CLOSE ARQ-VALES
           END-IF.
           ADD 1 TO WS-VL-NUMERO.
       VL-PAGA-CAIXA-PROCEDURE.
           OPEN EXTEND ARQ-CAIXAMOV.
           IF WS-FS = 35
               OPEN OUTPUT ARQ-CAIXAMOV
           END-IF.
           IF WS-FS = 0
               MOVE WS-VL-HOJE TO MVDATA
               ACCEPT MVHORA FROM TIME
               MOVE WS-VL-OPERADOR TO MVEMPID
               MOVE ZEROES TO MVCPF
               MOVE "D" TO MVFORMA
               MOVE WS-VL-VALOR TO MVVALOR
               MOVE "Y" TO MVTIPO
               WRITE REG-CAIXAMOV
               CLOSE ARQ-CAIXAMOV
               DISPLAY "SAIDA DE CAIXA REGISTRADA PARA O OPERADOR "
                   WS-VL-OPERADOR
           ELSE
               DISPLAY "ERRO AO REGISTRAR SAIDA DE CAIXA, FS=" WS-FS
           END-IF.
       VL-PAGA-BANCO-PROCEDURE.
           MOVE "V" TO CH-FOLHA.
           COMPUTE CH-REF = WS-VL-HOJE / 100.
           MOVE SPACES TO WS-CRED-ARQ.
           STRING "CREDSAL.VALE." WS-VL-NUMERO ".REM"
               DELIMITED BY SIZE INTO WS-CRED-ARQ
           END-STRING.
           MOVE "S" TO WS-CRED-LIBERA.
           MOVE WS-VL-VALOR TO WS-LIQUIDO.
           PERFORM CRED-ABRE-PROCEDURE.
           PERFORM CRED-GRAVA-PROCEDURE.
           PERFORM CRED-FECHA-PROCEDURE.
       VL-RECIBO-PROCEDURE.
           MOVE SPACES TO WS-VL-ARQ.
           STRING "RECIBO.VALE." WS-VL-NUMERO ".TXT"
               DELIMITED BY SIZE INTO WS-VL-ARQ
           END-STRING.
           OPEN OUTPUT ARQ-VLRECIBO.
           IF WS-FS2 <> 0
               DISPLAY "ERRO AO CRIAR " WS-VL-ARQ ", FS=" WS-FS2
               EXIT PARAGRAPH
           END-IF.
           IF WS-VL-TIPO = "A"
               MOVE "RECIBO DE ADIANTAMENTO SALARIAL" TO WS-VL-LINHA
           ELSE
               MOVE "RECIBO DE EMPRESTIMO A EMPREGADO" TO WS-VL-LINHA
           END-IF.
           WRITE REG-VLRECIBO FROM WS-VL-LINHA.
           MOVE SPACES TO WS-VL-LINHA.
           STRING "NUMERO " WS-VL-NUMERO "   DATA " WS-VL-HOJE
               DELIMITED BY SIZE INTO WS-VL-LINHA
           END-STRING.
           WRITE REG-VLRECIBO FROM WS-VL-LINHA.
           MOVE SPACES TO WS-VL-LINHA.
           STRING "EMPREGADO " EIDT " - " ENOME
               DELIMITED BY SIZE INTO WS-VL-LINHA
           END-STRING.
           WRITE REG-VLRECIBO FROM WS-VL-LINHA.
           MOVE SPACES TO WS-VL-LINHA.
           STRING "VALOR RECEBIDO........... " WS-VL-VALOR
               DELIMITED BY SIZE INTO WS-VL-LINHA
           END-STRING.
           WRITE REG-VLRECIBO FROM WS-VL-LINHA.
           MOVE SPACES TO WS-VL-LINHA.
           STRING "DESCONTO EM FOLHA EM " WS-VL-PARCELAS
               " PARCELA(S) A PARTIR DE " WS-VL-INICIO
               DELIMITED BY SIZE INTO WS-VL-LINHA
           END-STRING.
           WRITE REG-VLRECIBO FROM WS-VL-LINHA.
           MOVE SPACES TO WS-VL-LINHA.
           IF WS-VL-FORMA = "C"
               STRING "PAGO NO CAIXA PELO OPERADOR " WS-VL-OPERADOR
                   DELIMITED BY SIZE INTO WS-VL-LINHA
               END-STRING
           ELSE
               STRING "CREDITO EM CONTA BANCO " EBANCO
                   " AGENCIA " EAGENCIA " CONTA " ECONTA
                   DELIMITED BY SIZE INTO WS-VL-LINHA
               END-STRING
           END-IF.
           WRITE REG-VLRECIBO FROM WS-VL-LINHA.
           MOVE SPACES TO WS-VL-LINHA.
           STRING "APROVADO PELO GERENTE " WS-VL-GERENTE
               DELIMITED BY SIZE INTO WS-VL-LINHA
           END-STRING.
           WRITE REG-VLRECIBO FROM WS-VL-LINHA.
           MOVE SPACES TO WS-VL-LINHA.
           WRITE REG-VLRECIBO FROM WS-VL-LINHA.
           MOVE "DECLARO TER RECEBIDO O VALOR ACIMA E AUTORIZO O SEU"
               TO WS-VL-LINHA.
           WRITE REG-VLRECIBO FROM WS-VL-LINHA.
           MOVE "DESCONTO EM FOLHA DE PAGAMENTO E, SE HOUVER SALDO,"
               TO WS-VL-LINHA.
           WRITE REG-VLRECIBO FROM WS-VL-LINHA.
           MOVE "NA RESCISAO DO CONTRATO DE TRABALHO."
               TO WS-VL-LINHA.
           WRITE REG-VLRECIBO FROM WS-VL-LINHA.
           MOVE SPACES TO WS-VL-LINHA.
           WRITE REG-VLRECIBO FROM WS-VL-LINHA.
           WRITE REG-VLRECIBO FROM WS-VL-LINHA.
           MOVE "________________________________________"
               TO WS-VL-LINHA.
           WRITE REG-VLRECIBO FROM WS-VL-LINHA.
           MOVE ENOME TO WS-VL-LINHA.
           WRITE REG-VLRECIBO FROM WS-VL-LINHA.
           CLOSE ARQ-VLRECIBO.
       VL-SALDO-EMPREGADO-PROCEDURE.
           MOVE ZERO TO WS-VL-ABERTO.
           OPEN INPUT ARQ-VALES.
           IF WS-FS2 <> 0
               CLOSE ARQ-VALES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-VL-EOF.
           PERFORM UNTIL WS-VL-EOF = "Y"
               READ ARQ-VALES
                   AT END MOVE "Y" TO WS-VL-EOF
               END-READ
               IF WS-VL-EOF = "N" AND VLEIDT = WS-VL-EIDT
                   AND VLSITUACAO = "A"
                   ADD VLSALDO TO WS-VL-ABERTO
               END-IF
           END-PERFORM.
           CLOSE ARQ-VALES.
       VL-CARREGA-PROCEDURE.
           MOVE ZERO TO WS-VL-QTD.
           MOVE ZERO TO WS-VL-TOTAL.
           OPEN INPUT ARQ-VALES.
           IF WS-FS2 <> 0
               CLOSE ARQ-VALES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-VL-EOF.
           PERFORM UNTIL WS-VL-EOF = "Y"
               READ ARQ-VALES
                   AT END MOVE "Y" TO WS-VL-EOF
               END-READ
               IF WS-VL-EOF = "N" AND VLEIDT = WS-VL-EIDT
                   AND VLINICIO <= WS-VL-CORTE
                   AND (VLSITUACAO = "A"
                       OR VLQUITACAO >= WS-VL-ANOMES)
                   AND WS-VL-QTD < 20
                   ADD 1 TO WS-VL-QTD
                   MOVE VLNUMERO TO WS-VL-T-NUMERO (WS-VL-QTD)
                   MOVE VLTIPO TO WS-VL-T-TIPO (WS-VL-QTD)
                   MOVE VLVALOR TO WS-VL-T-VALOR (WS-VL-QTD)
                   MOVE VLPARCELAS TO WS-VL-T-PARCELAS (WS-VL-QTD)
                   MOVE ZERO TO WS-VL-T-DESC (WS-VL-QTD)
                   MOVE ZERO TO WS-VL-T-NPARC (WS-VL-QTD)
                   MOVE VLSALDO TO WS-VL-T-SALDO (WS-VL-QTD)
                   MOVE "N" TO WS-VL-T-REDUZ (WS-VL-QTD)
               END-IF
           END-PERFORM.
           CLOSE ARQ-VALES.
       VL-PAGO-PROCEDURE.
           MOVE ZERO TO WS-VL-PAGO.
           MOVE ZERO TO WS-VL-NPARC.
           OPEN INPUT ARQ-VALPARC.
           IF WS-FS2 <> 0
               CLOSE ARQ-VALPARC
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-VL-EOF.
           PERFORM UNTIL WS-VL-EOF = "Y"
               READ ARQ-VALPARC
                   AT END MOVE "Y" TO WS-VL-EOF
               END-READ
               IF WS-VL-EOF = "N" AND VPNUMERO = WS-VL-NUMERO
                   IF VPANOMES <> WS-VL-ANOMES
                       OR VPORIGEM <> WS-VL-ORIGEM
                       ADD VPVALOR TO WS-VL-PAGO
                       IF VPVALOR > ZERO
                           ADD 1 TO WS-VL-NPARC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-VALPARC.
       VL-PARCELA-PROCEDURE.
           MOVE WS-VL-T-NUMERO (WS-VL-I) TO WS-VL-NUMERO.
           PERFORM VL-PAGO-PROCEDURE.
           COMPUTE WS-VL-SALDO = WS-VL-T-VALOR (WS-VL-I) - WS-VL-PAGO.
           IF WS-VL-SALDO < ZERO
               MOVE ZERO TO WS-VL-SALDO
           END-IF.
           MOVE ZERO TO WS-VL-PARCELA.
           MOVE "N" TO WS-VL-T-REDUZ (WS-VL-I).
           IF WS-VL-SALDO > ZERO
               IF WS-VL-ORIGEM = "R"
                   OR WS-VL-NPARC + 1 >= WS-VL-T-PARCELAS (WS-VL-I)
                   MOVE WS-VL-SALDO TO WS-VL-NOMINAL
               ELSE
                   COMPUTE WS-VL-NOMINAL ROUNDED =
                       WS-VL-T-VALOR (WS-VL-I)
                       / WS-VL-T-PARCELAS (WS-VL-I)
                   IF WS-VL-NOMINAL > WS-VL-SALDO
                       MOVE WS-VL-SALDO TO WS-VL-NOMINAL
                   END-IF
               END-IF
               MOVE WS-VL-NOMINAL TO WS-VL-PARCELA
               IF WS-VL-PARCELA > WS-VL-DISP
                   MOVE WS-VL-DISP TO WS-VL-PARCELA
                   MOVE "S" TO WS-VL-T-REDUZ (WS-VL-I)
               END-IF
           END-IF.
           SUBTRACT WS-VL-PARCELA FROM WS-VL-DISP.
           ADD WS-VL-PARCELA TO WS-VL-TOTAL.
           MOVE WS-VL-PARCELA TO WS-VL-T-DESC (WS-VL-I).
           COMPUTE WS-VL-T-SALDO (WS-VL-I) =
               WS-VL-SALDO - WS-VL-PARCELA.
           MOVE WS-VL-NPARC TO WS-VL-T-NPARC (WS-VL-I).
           IF WS-VL-PARCELA > ZERO
               ADD 1 TO WS-VL-T-NPARC (WS-VL-I)
           END-IF.
           PERFORM VL-POSTA-PROCEDURE.
       VL-POSTA-PROCEDURE.
           MOVE "N" TO WS-VL-ACHOU.
           OPEN I-O ARQ-VALPARC.
           IF WS-FS2 = 0
               MOVE "N" TO WS-VL-EOF
               PERFORM UNTIL WS-VL-EOF = "Y"
                   READ ARQ-VALPARC
                       AT END MOVE "Y" TO WS-VL-EOF
                   END-READ
                   IF WS-VL-EOF = "N" AND WS-VL-ACHOU = "N"
                       AND VPNUMERO = WS-VL-NUMERO
                       AND VPANOMES = WS-VL-ANOMES
                       AND VPORIGEM = WS-VL-ORIGEM
                       MOVE "S" TO WS-VL-ACHOU
                       MOVE WS-VL-PARCELA TO VPVALOR
                       REWRITE REG-VALPARC
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-VALPARC.
           IF WS-VL-ACHOU = "N" AND WS-VL-PARCELA > ZERO
               OPEN EXTEND ARQ-VALPARC
               IF WS-FS2 = 35
                   OPEN OUTPUT ARQ-VALPARC
               END-IF
               MOVE WS-VL-NUMERO TO VPNUMERO
               MOVE WS-VL-EIDT TO VPEIDT
               MOVE WS-VL-ANOMES TO VPANOMES
               MOVE WS-VL-ORIGEM TO VPORIGEM
               MOVE WS-VL-PARCELA TO VPVALOR
               WRITE REG-VALPARC
               CLOSE ARQ-VALPARC
           END-IF.
       VL-ATUALIZA-PROCEDURE.
           OPEN I-O ARQ-VALES.
           IF WS-FS2 <> 0
               CLOSE ARQ-VALES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-VL-EOF.
           PERFORM UNTIL WS-VL-EOF = "Y"
               READ ARQ-VALES
                   AT END MOVE "Y" TO WS-VL-EOF
               END-READ
               IF WS-VL-EOF = "N" AND VLEIDT = WS-VL-EIDT
                   PERFORM VARYING WS-VL-I FROM 1 BY 1
                           UNTIL WS-VL-I > WS-VL-QTD
                       IF WS-VL-T-NUMERO (WS-VL-I) = VLNUMERO
                           MOVE WS-VL-T-SALDO (WS-VL-I) TO VLSALDO
                           MOVE WS-VL-T-NPARC (WS-VL-I) TO VLPAGAS
                           IF VLSALDO = ZERO
                               MOVE "Q" TO VLSITUACAO
                               MOVE WS-VL-ANOMES TO VLQUITACAO
                           ELSE
                               MOVE "A" TO VLSITUACAO
                               MOVE ZEROES TO VLQUITACAO
                           END-IF
                           REWRITE REG-VALES
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE ARQ-VALES.
       VL-DESCONTA-PROCEDURE.
           MOVE EIDT TO WS-VL-EIDT.
           MOVE WS-FOLHA-ANOMES TO WS-VL-ANOMES.
           MOVE WS-FOLHA-ANOMES TO WS-VL-CORTE.
           MOVE "F" TO WS-VL-ORIGEM.
           PERFORM VL-CARREGA-PROCEDURE.
           IF WS-VL-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VL-PISO ROUNDED =
               WS-BRUTO * WS-VL-PISO-PCT / 100.
           IF WS-VL-PISO < WS-VL-PISO-VAL
               MOVE WS-VL-PISO-VAL TO WS-VL-PISO
           END-IF.
           COMPUTE WS-VL-DISP = WS-LIQUIDO - WS-VL-PISO.
           IF WS-VL-DISP < ZERO
               MOVE ZERO TO WS-VL-DISP
           END-IF.
           PERFORM VARYING WS-VL-I FROM 1 BY 1
                   UNTIL WS-VL-I > WS-VL-QTD
               PERFORM VL-PARCELA-PROCEDURE
           END-PERFORM.
           PERFORM VL-ATUALIZA-PROCEDURE.
           SUBTRACT WS-VL-TOTAL FROM WS-LIQUIDO.
       VL-RESCISAO-PROCEDURE.
           MOVE ZERO TO WS-VL-ABERTO.
           MOVE WS-RES-EIDT TO WS-VL-EIDT.
           COMPUTE WS-VL-ANOMES = WS-RES-DATA / 100.
           MOVE 999999 TO WS-VL-CORTE.
           MOVE "R" TO WS-VL-ORIGEM.
           PERFORM VL-CARREGA-PROCEDURE.
           IF WS-VL-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LIQUIDO TO WS-VL-DISP.
           IF WS-VL-DISP > ESALARIO
               MOVE ESALARIO TO WS-VL-DISP
           END-IF.
           IF WS-VL-DISP < ZERO
               MOVE ZERO TO WS-VL-DISP
           END-IF.
           PERFORM VARYING WS-VL-I FROM 1 BY 1
                   UNTIL WS-VL-I > WS-VL-QTD
               PERFORM VL-PARCELA-PROCEDURE
               ADD WS-VL-T-SALDO (WS-VL-I) TO WS-VL-ABERTO
           END-PERFORM.
           PERFORM VL-ATUALIZA-PROCEDURE.
           SUBTRACT WS-VL-TOTAL FROM WS-LIQUIDO.
           IF WS-VL-TOTAL > ZERO
               DISPLAY "VALES/EMPRESTIMOS DESCONTADOS: " WS-VL-TOTAL
           END-IF.
           IF WS-VL-ABERTO > ZERO
               DISPLAY "SALDO DE VALES NAO COBERTO PELA RESCISAO: "
                   WS-VL-ABERTO
           END-IF.
       VL-EXTRATO-PROCEDURE.
           DISPLAY "ID DO EMPREGADO: ".
           ACCEPT WS-VL-EIDT.
           OPEN INPUT ARQ-VALES.
           IF WS-FS2 <> 0
               CLOSE ARQ-VALES
               DISPLAY "NENHUM VALE REGISTRADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-VL-ABERTO.
           MOVE "N" TO WS-VL-EOF.
           PERFORM UNTIL WS-VL-EOF = "Y"
               READ ARQ-VALES
                   AT END MOVE "Y" TO WS-VL-EOF
               END-READ
               IF WS-VL-EOF = "N" AND VLEIDT = WS-VL-EIDT
                   DISPLAY "VALE " VLNUMERO " " VLTIPO " DE " VLDATA
                       " VALOR " VLVALOR " PARC " VLPAGAS "/"
                       VLPARCELAS " SALDO " VLSALDO " " VLSITUACAO
                   IF VLSITUACAO = "A"
                       ADD VLSALDO TO WS-VL-ABERTO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-VALES.
           OPEN INPUT ARQ-VALPARC.
           IF WS-FS2 <> 0
               CLOSE ARQ-VALPARC
           ELSE
               MOVE "N" TO WS-VL-EOF
               PERFORM UNTIL WS-VL-EOF = "Y"
                   READ ARQ-VALPARC
                       AT END MOVE "Y" TO WS-VL-EOF
                   END-READ
                   IF WS-VL-EOF = "N" AND VPEIDT = WS-VL-EIDT
                       AND VPVALOR > ZERO
                       DISPLAY "  DESCONTO " VPANOMES " VALE "
                           VPNUMERO " " VPORIGEM " " VPVALOR
                   END-IF
               END-PERFORM
               CLOSE ARQ-VALPARC
           END-IF.
           DISPLAY "SALDO EM ABERTO: " WS-VL-ABERTO.
       VL-ABERTOS-PROCEDURE.
           OPEN INPUT ARQ-VALES.
           IF WS-FS2 <> 0
               CLOSE ARQ-VALES
               DISPLAY "NENHUM VALE REGISTRADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-VL-ABERTO.
           MOVE "N" TO WS-VL-EOF.
           PERFORM UNTIL WS-VL-EOF = "Y"
               READ ARQ-VALES
                   AT END MOVE "Y" TO WS-VL-EOF
               END-READ
               IF WS-VL-EOF = "N" AND VLSITUACAO = "A"
                   DISPLAY "VALE " VLNUMERO " ID " VLEIDT " "
                       VLTIPO " PARC " VLPAGAS "/" VLPARCELAS
                       " SALDO " VLSALDO " GERENTE " VLGERENTE
                   ADD VLSALDO TO WS-VL-ABERTO
               END-IF
           END-PERFORM.
           CLOSE ARQ-VALES.
           DISPLAY "TOTAL EM ABERTO: " WS-VL-ABERTO.
       AUSENCIAS-PROCEDURE.
           CALL "SYSTEM" USING "clear".
           DISPLAY "AUSENCIAS E AFASTAMENTOS".
           DISPLAY "1. REGISTRAR AUSENCIA".
           DISPLAY "2. CANCELAR AUSENCIA".
           DISPLAY "3. LISTAR POR EMPREGADO".
           DISPLAY "4. AFASTAMENTOS PARA O INSS".
           ACCEPT WS-AU-OP.
           EVALUATE WS-AU-OP
               WHEN 1
                   PERFORM AU-REGISTRA-PROCEDURE
               WHEN 2
                   PERFORM AU-CANCELA-PROCEDURE
               WHEN 3
                   PERFORM AU-LISTA-PROCEDURE
               WHEN 4
                   PERFORM AU-INSS-LISTA-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ACCEPT TMP-i.
           GO TO MENU-PROCEDURE.
       AU-REGISTRA-PROCEDURE.
           DISPLAY "ID DO EMPREGADO: ".
           ACCEPT WS-AU-EIDT.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WS-FS <> 0
               DISPLAY "NENHUM EMPREGADO CADASTRADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AU-EIDT TO EIDT.
           MOVE "S" TO WS-AU-ACHOU.
           READ ARQ-EMPREGADOS
               INVALID KEY
                   MOVE "N" TO WS-AU-ACHOU
           END-READ.
           CLOSE ARQ-EMPREGADOS.
           IF WS-AU-ACHOU = "N"
               DISPLAY "EMPREGADO NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TIPO (A=ATESTADO MEDICO L=LICENCA "
               "J=FALTA JUSTIFICADA I=FALTA INJUSTIFICADA): ".
           ACCEPT WS-AU-TIPO.
           MOVE FUNCTION UPPER-CASE(WS-AU-TIPO) TO WS-AU-TIPO.
           IF WS-AU-TIPO <> "A" AND WS-AU-TIPO <> "L"
               AND WS-AU-TIPO <> "J" AND WS-AU-TIPO <> "I"
               DISPLAY "TIPO INVALIDO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PRIMEIRO DIA (AAAAMMDD): ".
           ACCEPT WS-AU-INICIO.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-AU-INICIO) <> 0
               DISPLAY "DATA INVALIDA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ULTIMO DIA (AAAAMMDD, ENTER = MESMO DIA): ".
           MOVE ZEROES TO WS-AU-FIM.
           ACCEPT WS-AU-FIM.
           IF WS-AU-FIM = ZEROES
               MOVE WS-AU-INICIO TO WS-AU-FIM
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-AU-FIM) <> 0
               OR WS-AU-FIM < WS-AU-INICIO
               DISPLAY "DATA INVALIDA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DOCUMENTO (ATESTADO, CRM, PROTOCOLO): ".
           MOVE SPACES TO WS-AU-DOC.
           ACCEPT WS-AU-DOC.
           IF WS-AU-DOC = SPACES
               AND (WS-AU-TIPO = "A" OR WS-AU-TIPO = "L")
               DISPLAY "DOCUMENTO OBRIGATORIO PARA ATESTADO E LICENCA"
               EXIT PARAGRAPH
           END-IF.
           PERFORM AU-SOBREPOE-PROCEDURE.
           IF WS-AU-ACHOU = "S"
               DISPLAY "PERIODO SOBREPOE AUSENCIA JA REGISTRADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AU-EIDT TO WS-VL-EIDT.
           PERFORM VL-GERENTE-PROCEDURE.
           IF WS-VL-GER-OK <> "S"
               DISPLAY "APROVACAO DO GERENTE NAO CONFIRMADA"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AU-JUL-A =
               FUNCTION INTEGER-OF-DATE (WS-AU-INICIO).
           COMPUTE WS-AU-JUL-B = FUNCTION INTEGER-OF-DATE (WS-AU-FIM).
           COMPUTE WS-AU-DIAS = WS-AU-JUL-B - WS-AU-JUL-A + 1.
           MOVE "N" TO WS-AU-INSS.
           IF (WS-AU-TIPO = "A" OR WS-AU-TIPO = "L")
               AND WS-AU-DIAS > 15
               MOVE "S" TO WS-AU-INSS
           END-IF.
           ACCEPT WS-AU-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ARQ-AUSENCIAS.
           IF WS-FS2 = 35
               OPEN OUTPUT ARQ-AUSENCIAS
           END-IF.
           IF WS-FS2 <> 0
               DISPLAY "ERRO AO GRAVAR AUSENCIA, FS=" WS-FS2
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AU-EIDT TO AUEIDT.
           MOVE WS-AU-TIPO TO AUTIPO.
           MOVE WS-AU-INICIO TO AUINICIO.
           MOVE WS-AU-FIM TO AUFIM.
           MOVE WS-AU-DIAS TO AUDIAS.
           MOVE WS-AU-DOC TO AUDOC.
           MOVE WS-VL-GERENTE TO AUAPROVADOR.
           MOVE WS-AU-DATA TO AUREGISTRO.
           MOVE WS-AU-INSS TO AUINSS.
           MOVE "A" TO AUSITUACAO.
           WRITE REG-AUSENCIAS.
           CLOSE ARQ-AUSENCIAS.
           DISPLAY "AUSENCIA REGISTRADA: " WS-AU-DIAS " DIA(S)".
           IF WS-AU-INSS = "S"
               COMPUTE WS-AU-INSS-DESDE =
                   FUNCTION DATE-OF-INTEGER (WS-AU-JUL-A + 15)
               DISPLAY "AFASTAMENTO SUPERIOR A 15 DIAS: ENCAMINHAR "
                   "AO INSS A PARTIR DE " WS-AU-INSS-DESDE
               DISPLAY "O AFASTAMENTO SERA INFORMADO NO ESOCIAL"
           END-IF.
       AU-SOBREPOE-PROCEDURE.
           MOVE "N" TO WS-AU-ACHOU.
           OPEN INPUT ARQ-AUSENCIAS.
           IF WS-FS2 <> 0
               CLOSE ARQ-AUSENCIAS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-AU-EOF.
           PERFORM UNTIL WS-AU-EOF = "Y"
               READ ARQ-AUSENCIAS
                   AT END MOVE "Y" TO WS-AU-EOF
               END-READ
               IF WS-AU-EOF = "N" AND AUEIDT = WS-AU-EIDT
                   AND AUSITUACAO = "A"
                   AND AUINICIO <= WS-AU-FIM
                   AND AUFIM >= WS-AU-INICIO
                   MOVE "S" TO WS-AU-ACHOU
               END-IF
           END-PERFORM.
           CLOSE ARQ-AUSENCIAS.
       AU-CANCELA-PROCEDURE.
           DISPLAY "ID DO EMPREGADO: ".
           ACCEPT WS-AU-EIDT.
           DISPLAY "PRIMEIRO DIA DA AUSENCIA (AAAAMMDD): ".
           ACCEPT WS-AU-INICIO.
           MOVE WS-AU-EIDT TO WS-VL-EIDT.
           PERFORM VL-GERENTE-PROCEDURE.
           IF WS-VL-GER-OK <> "S"
               DISPLAY "APROVACAO DO GERENTE NAO CONFIRMADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-AU-ACHOU.
           OPEN I-O ARQ-AUSENCIAS.
           IF WS-FS2 <> 0
               CLOSE ARQ-AUSENCIAS
               DISPLAY "NENHUMA AUSENCIA REGISTRADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-AU-EOF.
           PERFORM UNTIL WS-AU-EOF = "Y"
               READ ARQ-AUSENCIAS
                   AT END MOVE "Y" TO WS-AU-EOF
               END-READ
               IF WS-AU-EOF = "N" AND AUEIDT = WS-AU-EIDT
                   AND AUINICIO = WS-AU-INICIO
                   AND AUSITUACAO = "A"
                   MOVE "C" TO AUSITUACAO
                   REWRITE REG-AUSENCIAS
                   MOVE "S" TO WS-AU-ACHOU
               END-IF
           END-PERFORM.
           CLOSE ARQ-AUSENCIAS.
           IF WS-AU-ACHOU = "S"
               DISPLAY "AUSENCIA CANCELADA"
           ELSE
               DISPLAY "AUSENCIA NAO ENCONTRADA"
           END-IF.
       AU-DESCRICAO-PROCEDURE.
           EVALUATE AUTIPO
               WHEN "A"
                   MOVE "ATESTADO MEDICO" TO WS-AU-DESC
               WHEN "L"
                   MOVE "LICENCA" TO WS-AU-DESC
               WHEN "J"
                   MOVE "FALTA JUSTIFICADA" TO WS-AU-DESC
               WHEN OTHER
                   MOVE "FALTA INJUSTIFICADA" TO WS-AU-DESC
           END-EVALUATE.
       AU-LISTA-PROCEDURE.
           DISPLAY "ID DO EMPREGADO: ".
           ACCEPT WS-AU-EIDT.
           OPEN INPUT ARQ-AUSENCIAS.
           IF WS-FS2 <> 0
               CLOSE ARQ-AUSENCIAS
               DISPLAY "NENHUMA AUSENCIA REGISTRADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-AU-EOF.
           PERFORM UNTIL WS-AU-EOF = "Y"
               READ ARQ-AUSENCIAS
                   AT END MOVE "Y" TO WS-AU-EOF
               END-READ
               IF WS-AU-EOF = "N" AND AUEIDT = WS-AU-EIDT
                   PERFORM AU-DESCRICAO-PROCEDURE
                   DISPLAY AUINICIO " A " AUFIM " " WS-AU-DESC " "
                       AUDIAS "D DOC " AUDOC " APROV " AUAPROVADOR
                       " " AUSITUACAO " INSS " AUINSS
               END-IF
           END-PERFORM.
           CLOSE ARQ-AUSENCIAS.
       AU-INSS-LISTA-PROCEDURE.
           OPEN INPUT ARQ-AUSENCIAS.
           IF WS-FS2 <> 0
               CLOSE ARQ-AUSENCIAS
               DISPLAY "NENHUMA AUSENCIA REGISTRADA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AFASTAMENTOS SUPERIORES A 15 DIAS".
           MOVE "N" TO WS-AU-EOF.
           PERFORM UNTIL WS-AU-EOF = "Y"
               READ ARQ-AUSENCIAS
                   AT END MOVE "Y" TO WS-AU-EOF
               END-READ
               IF WS-AU-EOF = "N" AND AUSITUACAO = "A"
                   AND AUINSS = "S"
                   PERFORM AU-DESCRICAO-PROCEDURE
                   COMPUTE WS-AU-INSS-DESDE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (AUINICIO) + 15)
                   DISPLAY "ID " AUEIDT " " WS-AU-DESC " " AUINICIO
                       " A " AUFIM " INSS DESDE " WS-AU-INSS-DESDE
                       " DOC " AUDOC
               END-IF
           END-PERFORM.
           CLOSE ARQ-AUSENCIAS.
       AU-BUSCA-DIA-PROCEDURE.
           MOVE SPACE TO WS-AU-TIPO-DIA.
           OPEN INPUT ARQ-AUSENCIAS.
           IF WS-FS2 <> 0
               CLOSE ARQ-AUSENCIAS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-AU-EOF.
           PERFORM UNTIL WS-AU-EOF = "Y"
               READ ARQ-AUSENCIAS
                   AT END MOVE "Y" TO WS-AU-EOF
               END-READ
               IF WS-AU-EOF = "N" AND AUEIDT = WS-AU-EIDT
                   AND AUSITUACAO = "A"
                   AND AUINICIO <= WS-AU-DATA
                   AND AUFIM >= WS-AU-DATA
                   IF AUTIPO = "I"
                       MOVE "I" TO WS-AU-TIPO-DIA
                   ELSE
                       MOVE "J" TO WS-AU-TIPO-DIA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-AUSENCIAS.
       AU-CARREGA-MES-PROCEDURE.
           MOVE SPACES TO WS-AU-MES.
           MOVE WS-AU-ANOMES TO WS-BH-ANOMES.
           PERFORM BH-FIM-MES-PROCEDURE.
           COMPUTE WS-AU-NDIAS = WS-BH-JUL-FIM - WS-BH-JUL-INI + 1.
           COMPUTE WS-AU-MIN-DIA = EHORAS-SEMANAIS * 12.
           OPEN INPUT ARQ-AUSENCIAS.
           IF WS-FS2 <> 0
               CLOSE ARQ-AUSENCIAS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-AU-EOF.
           PERFORM UNTIL WS-AU-EOF = "Y"
               READ ARQ-AUSENCIAS
                   AT END MOVE "Y" TO WS-AU-EOF
               END-READ
               IF WS-AU-EOF = "N" AND AUEIDT = WS-AU-EIDT
                   AND AUSITUACAO = "A"
                   PERFORM AU-MARCA-PERIODO-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-AUSENCIAS.
       AU-MARCA-PERIODO-PROCEDURE.
           COMPUTE WS-AU-JUL-A = FUNCTION INTEGER-OF-DATE (AUINICIO).
           COMPUTE WS-AU-JUL-B = FUNCTION INTEGER-OF-DATE (AUFIM).
           MOVE WS-AU-JUL-A TO WS-AU-JUL.
           IF WS-AU-JUL < WS-BH-JUL-INI
               MOVE WS-BH-JUL-INI TO WS-AU-JUL
           END-IF.
           PERFORM UNTIL WS-AU-JUL > WS-AU-JUL-B
                   OR WS-AU-JUL > WS-BH-JUL-FIM
               COMPUTE WS-AU-K = WS-AU-JUL - WS-BH-JUL-INI + 1
               EVALUATE TRUE
                   WHEN AUTIPO = "I"
                       MOVE "I" TO WS-AU-D-TIPO (WS-AU-K)
                   WHEN AUINSS = "S" AND WS-AU-JUL > WS-AU-JUL-A + 14
                       MOVE "S" TO WS-AU-D-TIPO (WS-AU-K)
                   WHEN OTHER
                       MOVE "J" TO WS-AU-D-TIPO (WS-AU-K)
               END-EVALUATE
               ADD 1 TO WS-AU-JUL
           END-PERFORM.
       AU-CONTA-MES-PROCEDURE.
           MOVE ZERO TO WS-AU-JUST-DIAS.
           MOVE ZERO TO WS-AU-FALTAS.
           MOVE ZERO TO WS-AU-INSS-DIAS.
           MOVE ZERO TO WS-AU-SEM-QTD.
           PERFORM VARYING WS-AU-K FROM 1 BY 1
                   UNTIL WS-AU-K > WS-AU-NDIAS
               COMPUTE WS-AU-JUL = WS-BH-JUL-INI + WS-AU-K - 1
               COMPUTE WS-AU-DOW = FUNCTION MOD (WS-AU-JUL - 1, 7)
               EVALUATE WS-AU-D-TIPO (WS-AU-K)
                   WHEN "J"
                       IF WS-AU-DOW < 5
                           AND WS-AU-D-MARCOU (WS-AU-K) <> "S"
                           ADD 1 TO WS-AU-JUST-DIAS
                       END-IF
                   WHEN "I"
                       IF WS-AU-DOW < 5
                           ADD 1 TO WS-AU-FALTAS
                           PERFORM AU-MARCA-SEMANA-PROCEDURE
                       END-IF
                   WHEN "S"
                       ADD 1 TO WS-AU-INSS-DIAS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE WS-AU-SEM-QTD TO WS-AU-DSR.
       AU-MARCA-SEMANA-PROCEDURE.
           COMPUTE WS-AU-SEG = WS-AU-JUL - WS-AU-DOW.
           MOVE "N" TO WS-AU-ACHOU.
           PERFORM VARYING WS-AU-W FROM 1 BY 1
                   UNTIL WS-AU-W > WS-AU-SEM-QTD
               IF WS-AU-SEM-JUL (WS-AU-W) = WS-AU-SEG
                   MOVE "S" TO WS-AU-ACHOU
               END-IF
           END-PERFORM.
           IF WS-AU-ACHOU = "N" AND WS-AU-SEM-QTD < 6
               ADD 1 TO WS-AU-SEM-QTD
               MOVE WS-AU-SEG TO WS-AU-SEM-JUL (WS-AU-SEM-QTD)
           END-IF.
       AU-FOLHA-PROCEDURE.
           MOVE ZERO TO WS-AU-DESCONTO.
           MOVE ZERO TO WS-AU-DESC-FALTAS.
           MOVE ZERO TO WS-AU-DESC-DSR.
           MOVE ZERO TO WS-AU-DESC-INSS.
           MOVE EIDT TO WS-AU-EIDT.
           MOVE WS-FOLHA-ANOMES TO WS-AU-ANOMES.
           PERFORM AU-CARREGA-MES-PROCEDURE.
           PERFORM AU-CONTA-MES-PROCEDURE.
           IF WS-AU-FALTAS = ZERO AND WS-AU-INSS-DIAS = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AU-VALOR-DIA ROUNDED = ESALARIO / 30.
           COMPUTE WS-AU-DESC-DSR = WS-AU-DSR * WS-AU-VALOR-DIA.
           IF WS-HR-ACHOU <> "S"
               COMPUTE WS-AU-DESC-FALTAS =
                   WS-AU-FALTAS * WS-AU-VALOR-DIA
               COMPUTE WS-AU-DESC-INSS =
                   WS-AU-INSS-DIAS * WS-AU-VALOR-DIA
           END-IF.
           COMPUTE WS-AU-DESCONTO = WS-AU-DESC-FALTAS
               + WS-AU-DESC-DSR + WS-AU-DESC-INSS.
       FH-FOLHA-PROCEDURE.
           INITIALIZE WS-FH-REG.
           MOVE EIDT TO WS-FH-EIDT.
           MOVE WS-FOLHA-ANOMES TO WS-FH-ANOMES.
           MOVE "F" TO WS-FH-FOLHA.
           MOVE ENOME TO WS-FH-NOME.
           MOVE WS-BRUTO TO WS-FH-BRUTO.
           MOVE WS-INSS TO WS-FH-INSS.
           MOVE WS-IRRF TO WS-FH-IRRF.
           IF WS-FP-ACHOU = "S"
               MOVE WS-FP-VALOR TO WS-FH-FERIAS
           END-IF.
           MOVE WS-LIQUIDO TO WS-FH-LIQUIDO.
           PERFORM FH-POSTA-PROCEDURE.
       FH-TOTAL-PROCEDURE.
           INITIALIZE WS-FH-REG.
           MOVE ZERO TO WS-FH-EIDT.
           MOVE WS-FOLHA-ANOMES TO WS-FH-ANOMES.
           MOVE "T" TO WS-FH-FOLHA.
           MOVE "TOTAL DA FOLHA" TO WS-FH-NOME.
           MOVE WS-TOT-BRUTO TO WS-FH-BRUTO.
           MOVE WS-TOT-INSS TO WS-FH-INSS.
           MOVE WS-TOT-IRRF TO WS-FH-IRRF.
           MOVE WS-TOT-LIQ TO WS-FH-LIQUIDO.
           PERFORM FH-POSTA-PROCEDURE.
       FH-DECIMO-PROCEDURE.
           INITIALIZE WS-FH-REG.
           MOVE EIDT TO WS-FH-EIDT.
           MOVE CH-REF TO WS-FH-ANOMES.
           MOVE CH-FOLHA TO WS-FH-FOLHA.
           MOVE ENOME TO WS-FH-NOME.
           IF CH-FOLHA = "D"
               MOVE WS-13-CHEIO TO WS-FH-13
           ELSE
               MOVE WS-13-ADIANT TO WS-FH-13
           END-IF.
           MOVE WS-INSS TO WS-FH-INSS.
           MOVE WS-IRRF TO WS-FH-IRRF.
           MOVE WS-LIQUIDO TO WS-FH-LIQUIDO.
           PERFORM FH-POSTA-PROCEDURE.
       FH-RESCISAO-PROCEDURE.
           INITIALIZE WS-FH-REG.
           MOVE WS-RES-EIDT TO WS-FH-EIDT.
           COMPUTE WS-FH-ANOMES = WS-RES-DATA / 100.
           MOVE "R" TO WS-FH-FOLHA.
           MOVE ENOME TO WS-FH-NOME.
           MOVE WS-BRUTO TO WS-FH-BRUTO.
           MOVE WS-INSS TO WS-FH-INSS.
           MOVE WS-IRRF TO WS-FH-IRRF.
           MOVE WS-RES-FERIAS TO WS-FH-FERIAS.
           COMPUTE WS-FH-ISENTO = WS-RES-FERIAS + WS-RES-AVISO-VAL.
           MOVE WS-RES-13 TO WS-FH-13.
           MOVE WS-LIQUIDO TO WS-FH-LIQUIDO.
           PERFORM FH-POSTA-PROCEDURE.
       FH-POSTA-PROCEDURE.
           ACCEPT WS-FH-DATA FROM DATE YYYYMMDD.
           MOVE "N" TO WS-FH-ACHOU.
           OPEN I-O ARQ-FOLHAHIST.
           IF WS-FS2 = 0
               MOVE "N" TO WS-FH-EOF
               PERFORM UNTIL WS-FH-EOF = "Y"
                   READ ARQ-FOLHAHIST
                       AT END MOVE "Y" TO WS-FH-EOF
                   END-READ
                   IF WS-FH-EOF = "N"
                       AND FHEIDT = WS-FH-EIDT
                       AND FHANOMES = WS-FH-ANOMES
                       AND FHFOLHA = WS-FH-FOLHA
                       MOVE "S" TO WS-FH-ACHOU
                       MOVE "Y" TO WS-FH-EOF
                       REWRITE REG-FOLHAHIST FROM WS-FH-REG
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-FOLHAHIST.
           IF WS-FH-ACHOU = "S"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-FOLHAHIST.
           IF WS-FS2 = 35
               OPEN OUTPUT ARQ-FOLHAHIST
           END-IF.
           IF WS-FS2 = 0
               WRITE REG-FOLHAHIST FROM WS-FH-REG
               CLOSE ARQ-FOLHAHIST
           ELSE
               DISPLAY "ERRO AO GRAVAR HISTORICO DA FOLHA, FS=" WS-FS2
           END-IF.
       INFORME-RENDIMENTOS-PROCEDURE.
           CALL "SYSTEM" USING "clear".
           DISPLAY "INFORME DE RENDIMENTOS ANUAL".
           DISPLAY "ANO-CALENDARIO (AAAA): ".
           ACCEPT WS-IR-ANO.
           DISPLAY "CNPJ DA FONTE PAGADORA: ".
           ACCEPT WS-IR-CNPJ.
           DISPLAY "RESPONSAVEL PELAS INFORMACOES: ".
           ACCEPT WS-IR-RESP.
           ACCEPT WS-IR-HOJE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-IR-QTD.
           INITIALIZE WS-IR-MESES-TAB.
           INITIALIZE WS-IR-TOTAIS.
           MOVE "N" TO WS-IR-CHEIO.
           OPEN INPUT ARQ-FOLHAHIST.
           IF WS-FS2 <> 0
               CLOSE ARQ-FOLHAHIST
               DISPLAY "NENHUMA FOLHA NO HISTORICO"
               ACCEPT TMP-i
               GO TO MENU-PROCEDURE
           END-IF.
           MOVE "N" TO WS-FH-EOF.
           PERFORM UNTIL WS-FH-EOF = "Y"
               READ ARQ-FOLHAHIST
                   AT END MOVE "Y" TO WS-FH-EOF
               END-READ
               IF WS-FH-EOF = "N"
                   COMPUTE WS-IR-ANO-REG = FHANOMES / 100
                   IF WS-IR-ANO-REG = WS-IR-ANO
                       PERFORM IR-ACUMULA-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-FOLHAHIST.
           IF WS-IR-QTD = ZERO
               DISPLAY "NENHUM RENDIMENTO PAGO EM " WS-IR-ANO
               ACCEPT TMP-i
               GO TO MENU-PROCEDURE
           END-IF.
           MOVE SPACES TO WS-IR-ARQ.
           STRING "INFORME." WS-IR-ANO ".TXT"
               DELIMITED BY SIZE INTO WS-IR-ARQ
           END-STRING.
           OPEN OUTPUT ARQ-INFORME.
           IF WS-FS2 <> 0
               DISPLAY "ERRO AO CRIAR " WS-IR-ARQ ", FS=" WS-FS2
               CLOSE ARQ-INFORME
               ACCEPT TMP-i
               GO TO MENU-PROCEDURE
           END-IF.
           PERFORM IR-COMPROVANTE-PROCEDURE
               VARYING WS-IR-I FROM 1 BY 1 UNTIL WS-IR-I > WS-IR-QTD.
           CLOSE ARQ-INFORME.
           DISPLAY WS-IR-QTD " INFORME(S) GRAVADO(S) EM " WS-IR-ARQ.
           MOVE SPACES TO WS-IR-ARQ.
           STRING "INFORME." WS-IR-ANO ".EMPRESA.TXT"
               DELIMITED BY SIZE INTO WS-IR-ARQ
           END-STRING.
           OPEN OUTPUT ARQ-INFORME.
           IF WS-FS2 <> 0
               DISPLAY "ERRO AO CRIAR " WS-IR-ARQ ", FS=" WS-FS2
               CLOSE ARQ-INFORME
               ACCEPT TMP-i
               GO TO MENU-PROCEDURE
           END-IF.
           PERFORM IR-EMPRESA-PROCEDURE.
           CLOSE ARQ-INFORME.
           DISPLAY "TOTAL DA EMPRESA GRAVADO EM " WS-IR-ARQ.
           IF WS-IR-DIVERG > ZERO
               DISPLAY WS-IR-DIVERG
                   " MES(ES) COM DIVERGENCIA CONTRA A FOLHA MENSAL"
           END-IF.
           IF WS-IR-CHEIO = "S"
               DISPLAY "LIMITE DE 300 BENEFICIARIOS ATINGIDO,"
                   " INFORMES INCOMPLETOS"
           END-IF.
           ACCEPT TMP-i.
           GO TO MENU-PROCEDURE.
       IR-ACUMULA-PROCEDURE.
           COMPUTE WS-IR-M = FHANOMES - WS-IR-ANO-REG * 100.
           IF WS-IR-M < 1 OR WS-IR-M > 12
               EXIT PARAGRAPH
           END-IF.
           IF FHFOLHA = "T"
               MOVE "S" TO WS-IR-R-TEM (WS-IR-M)
               MOVE FHBRUTO TO WS-IR-R-BRUTO (WS-IR-M)
               MOVE FHINSS TO WS-IR-R-INSS (WS-IR-M)
               MOVE FHIRRF TO WS-IR-R-IRRF (WS-IR-M)
               MOVE FHLIQUIDO TO WS-IR-R-LIQ (WS-IR-M)
               EXIT PARAGRAPH
           END-IF.
           IF FHFOLHA = "F"
               ADD FHBRUTO TO WS-IR-F-BRUTO (WS-IR-M)
               ADD FHINSS TO WS-IR-F-INSS (WS-IR-M)
               ADD FHIRRF TO WS-IR-F-IRRF (WS-IR-M)
               ADD FHLIQUIDO TO WS-IR-F-LIQ (WS-IR-M)
               ADD 1 TO WS-IR-F-QTD (WS-IR-M)
           END-IF.
           MOVE ZERO TO WS-IR-E.
           PERFORM VARYING WS-IR-I FROM 1 BY 1
                   UNTIL WS-IR-I > WS-IR-QTD
               IF WS-IR-EIDT (WS-IR-I) = FHEIDT
                   MOVE WS-IR-I TO WS-IR-E
                   MOVE WS-IR-QTD TO WS-IR-I
               END-IF
           END-PERFORM.
           IF WS-IR-E = ZERO
               IF WS-IR-QTD >= 300
                   MOVE "S" TO WS-IR-CHEIO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IR-QTD
               MOVE WS-IR-QTD TO WS-IR-E
               INITIALIZE WS-IR-EMP (WS-IR-E)
               MOVE FHEIDT TO WS-IR-EIDT (WS-IR-E)
               MOVE "N" TO WS-IR-TEM-N (WS-IR-E)
               MOVE "N" TO WS-IR-TEM-D (WS-IR-E)
           END-IF.
           MOVE FHNOME TO WS-IR-NOME (WS-IR-E).
           EVALUATE FHFOLHA
               WHEN "F"
                   ADD FHBRUTO TO WS-IR-TRIB (WS-IR-E)
                   ADD FHINSS TO WS-IR-INSS (WS-IR-E)
                   ADD FHIRRF TO WS-IR-IRRF (WS-IR-E)
                   ADD FHFERIAS TO WS-IR-FERIAS (WS-IR-E)
                   ADD 1 TO WS-IR-MESES (WS-IR-E)
               WHEN "D"
                   MOVE "S" TO WS-IR-TEM-D (WS-IR-E)
                   ADD FH13 TO WS-IR-13 (WS-IR-E)
                   ADD FHINSS TO WS-IR-INSS13 (WS-IR-E)
                   ADD FHIRRF TO WS-IR-IRRF13 (WS-IR-E)
               WHEN "N"
                   MOVE "S" TO WS-IR-TEM-N (WS-IR-E)
                   ADD FH13 TO WS-IR-ADIANT13 (WS-IR-E)
               WHEN "R"
                   COMPUTE WS-IR-VALOR = FHBRUTO - FH13 - FHISENTO
                   ADD WS-IR-VALOR TO WS-IR-TRIB (WS-IR-E)
                   ADD WS-IR-VALOR TO WS-IR-T-RESC
                   ADD FHINSS TO WS-IR-INSS (WS-IR-E)
                   ADD FHIRRF TO WS-IR-IRRF (WS-IR-E)
                   ADD FHISENTO TO WS-IR-ISENTO (WS-IR-E)
                   ADD FH13 TO WS-IR-13 (WS-IR-E)
                   MOVE FHANOMES TO WS-IR-RESC (WS-IR-E)
           END-EVALUATE.
       IR-COMPROVANTE-PROCEDURE.
           ADD WS-IR-TRIB (WS-IR-I) TO WS-IR-T-TRIB.
           ADD WS-IR-INSS (WS-IR-I) TO WS-IR-T-INSS.
           ADD WS-IR-IRRF (WS-IR-I) TO WS-IR-T-IRRF.
           ADD WS-IR-ISENTO (WS-IR-I) TO WS-IR-T-ISENTO.
           COMPUTE WS-IR-T-13 = WS-IR-T-13 + WS-IR-13 (WS-IR-I)
               - WS-IR-INSS13 (WS-IR-I).
           ADD WS-IR-IRRF13 (WS-IR-I) TO WS-IR-T-IRRF13.
           MOVE ALL "=" TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "MINISTERIO DA FAZENDA" TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "SECRETARIA ESPECIAL DA RECEITA FEDERAL DO BRASIL"
               TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO SOBRE"
               TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "A RENDA RETIDO NA FONTE" TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE SPACES TO WS-IR-LINHA.
           STRING "ANO-CALENDARIO DE " WS-IR-ANO
               DELIMITED BY SIZE INTO WS-IR-LINHA
           END-STRING.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE ALL "-" TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "1. FONTE PAGADORA PESSOA JURIDICA" TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE SPACES TO WS-IR-LINHA.
           STRING "   CNPJ: " WS-IR-CNPJ
               DELIMITED BY SIZE INTO WS-IR-LINHA
           END-STRING.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE SPACES TO WS-IR-LINHA.
           STRING "   NOME EMPRESARIAL: " CH-EMPRESA
               DELIMITED BY SIZE INTO WS-IR-LINHA
           END-STRING.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS"
               TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "   CPF: ___.___.___-__" TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE SPACES TO WS-IR-LINHA.
           STRING "   NOME COMPLETO: " WS-IR-NOME (WS-IR-I)
               " (ID " WS-IR-EIDT (WS-IR-I) ")"
               DELIMITED BY SIZE INTO WS-IR-LINHA
           END-STRING.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "   NATUREZA DO RENDIMENTO: TRABALHO ASSALARIADO"
               TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO"
               TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "   01. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)"
               TO WS-IR-ROTULO.
           MOVE WS-IR-TRIB (WS-IR-I) TO WS-IR-VALOR.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "   02. CONTRIBUICAO PREVIDENCIARIA OFICIAL"
               TO WS-IR-ROTULO.
           MOVE WS-IR-INSS (WS-IR-I) TO WS-IR-VALOR.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "   03. PREVIDENCIA COMPLEMENTAR E FAPI"
               TO WS-IR-ROTULO.
           MOVE ZERO TO WS-IR-VALOR.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "   04. PENSAO ALIMENTICIA" TO WS-IR-ROTULO.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "   05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE"
               TO WS-IR-ROTULO.
           MOVE WS-IR-IRRF (WS-IR-I) TO WS-IR-VALOR.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS"
               TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE ZERO TO WS-IR-VALOR.
           MOVE "   01. PARCELA ISENTA DE APOSENTADORIA (65 ANOS)"
               TO WS-IR-ROTULO.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "   02. PARCELA ISENTA DO 13. DE APOSENTADORIA"
               TO WS-IR-ROTULO.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "   03. DIARIAS E AJUDAS DE CUSTO" TO WS-IR-ROTULO.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "   04. PROVENTOS POR MOLESTIA GRAVE" TO WS-IR-ROTULO.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "   05. LUCROS E DIVIDENDOS" TO WS-IR-ROTULO.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "   06. PAGOS AO TITULAR OU SOCIO DE ME/EPP"
               TO WS-IR-ROTULO.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "   07. INDENIZACOES POR RESCISAO DE CONTRATO"
               TO WS-IR-ROTULO.
           MOVE WS-IR-ISENTO (WS-IR-I) TO WS-IR-VALOR.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE ZERO TO WS-IR-VALOR.
           MOVE "   08. JUROS DE MORA POR ATRASO NO PAGAMENTO"
               TO WS-IR-ROTULO.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "   09. OUTROS" TO WS-IR-ROTULO.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
               TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "   01. DECIMO TERCEIRO SALARIO (LIQUIDO)"
               TO WS-IR-ROTULO.
           COMPUTE WS-IR-VALOR = WS-IR-13 (WS-IR-I)
               - WS-IR-INSS13 (WS-IR-I).
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "   02. IRRF SOBRE O DECIMO TERCEIRO SALARIO"
               TO WS-IR-ROTULO.
           MOVE WS-IR-IRRF13 (WS-IR-I) TO WS-IR-VALOR.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE ZERO TO WS-IR-VALOR.
           MOVE "   03. OUTROS" TO WS-IR-ROTULO.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "6. RENDIMENTOS RECEBIDOS ACUMULADAMENTE"
               TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "   01. TOTAL DOS RENDIMENTOS TRIBUTAVEIS"
               TO WS-IR-ROTULO.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "7. INFORMACOES COMPLEMENTARES" TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE SPACES TO WS-IR-LINHA.
           STRING "   MESES COM FOLHA NO ANO: " WS-IR-MESES (WS-IR-I)
               DELIMITED BY SIZE INTO WS-IR-LINHA
           END-STRING.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           IF WS-IR-FERIAS (WS-IR-I) > ZERO
               MOVE "   FERIAS + 1/3 INCLUIDAS NO QUADRO 3"
                   TO WS-IR-ROTULO
               MOVE WS-IR-FERIAS (WS-IR-I) TO WS-IR-VALOR
               PERFORM IR-VALOR-PROCEDURE
           END-IF.
           IF WS-IR-INSS13 (WS-IR-I) > ZERO
               MOVE "   INSS DESCONTADO DO 13. SALARIO" TO WS-IR-ROTULO
               MOVE WS-IR-INSS13 (WS-IR-I) TO WS-IR-VALOR
               PERFORM IR-VALOR-PROCEDURE
           END-IF.
           IF WS-IR-TEM-N (WS-IR-I) = "S"
               AND WS-IR-TEM-D (WS-IR-I) = "N"
               MOVE "   ADIANTAMENTO DE 13. SEM FECHAMENTO NO ANO"
                   TO WS-IR-ROTULO
               MOVE WS-IR-ADIANT13 (WS-IR-I) TO WS-IR-VALOR
               PERFORM IR-VALOR-PROCEDURE
           END-IF.
           IF WS-IR-RESC (WS-IR-I) > ZERO
               MOVE SPACES TO WS-IR-LINHA
               STRING "   CONTRATO RESCINDIDO NA COMPETENCIA "
                   WS-IR-RESC (WS-IR-I)
                   DELIMITED BY SIZE INTO WS-IR-LINHA
               END-STRING
               WRITE REG-INFORME FROM WS-IR-LINHA
           END-IF.
           MOVE "8. RESPONSAVEL PELAS INFORMACOES" TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE SPACES TO WS-IR-LINHA.
           STRING "   NOME: " WS-IR-RESP
               DELIMITED BY SIZE INTO WS-IR-LINHA
           END-STRING.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE SPACES TO WS-IR-LINHA.
           STRING "   DATA: " WS-IR-HOJE
               DELIMITED BY SIZE INTO WS-IR-LINHA
           END-STRING.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "   ASSINATURA: ______________________________"
               TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
       IR-VALOR-PROCEDURE.
           MOVE WS-IR-VALOR TO WS-IR-ED.
           MOVE SPACES TO WS-IR-LINHA.
           STRING WS-IR-ROTULO WS-IR-ED
               DELIMITED BY SIZE INTO WS-IR-LINHA
           END-STRING.
           WRITE REG-INFORME FROM WS-IR-LINHA.
       IR-EMPRESA-PROCEDURE.
           MOVE "INFORME DE RENDIMENTOS - TOTAL DA EMPRESA"
               TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE SPACES TO WS-IR-LINHA.
           STRING "ANO-CALENDARIO DE " WS-IR-ANO " - " CH-EMPRESA
               DELIMITED BY SIZE INTO WS-IR-LINHA
           END-STRING.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE SPACES TO WS-IR-LINHA.
           STRING "BENEFICIARIOS: " WS-IR-QTD
               DELIMITED BY SIZE INTO WS-IR-LINHA
           END-STRING.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE ALL "-" TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "RENDIMENTOS TRIBUTAVEIS" TO WS-IR-ROTULO.
           MOVE WS-IR-T-TRIB TO WS-IR-VALOR.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "CONTRIBUICAO PREVIDENCIARIA OFICIAL" TO WS-IR-ROTULO.
           MOVE WS-IR-T-INSS TO WS-IR-VALOR.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "IMPOSTO SOBRE A RENDA RETIDO NA FONTE"
               TO WS-IR-ROTULO.
           MOVE WS-IR-T-IRRF TO WS-IR-VALOR.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "INDENIZACOES POR RESCISAO (ISENTAS)" TO WS-IR-ROTULO.
           MOVE WS-IR-T-ISENTO TO WS-IR-VALOR.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "DECIMO TERCEIRO SALARIO (LIQUIDO)" TO WS-IR-ROTULO.
           MOVE WS-IR-T-13 TO WS-IR-VALOR.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "IRRF SOBRE O DECIMO TERCEIRO SALARIO"
               TO WS-IR-ROTULO.
           MOVE WS-IR-T-IRRF13 TO WS-IR-VALOR.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE ALL "-" TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "CONFERENCIA COM AS FOLHAS MENSAIS" TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "MES  SOMA HOLERITES   TOTAL DA FOLHA        DIFERENCA"
               TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE ZERO TO WS-IR-DIVERG.
           MOVE ZERO TO WS-IR-FOLHAS.
           PERFORM IR-EMPRESA-MES-PROCEDURE
               VARYING WS-IR-M FROM 1 BY 1 UNTIL WS-IR-M > 12.
           MOVE ALL "-" TO WS-IR-LINHA.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           MOVE "RENDIMENTOS TRIBUTAVEIS DOS INFORMES" TO WS-IR-ROTULO.
           MOVE WS-IR-T-TRIB TO WS-IR-VALOR.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "(-) PARCELA TRIBUTAVEL DAS RESCISOES" TO WS-IR-ROTULO.
           MOVE WS-IR-T-RESC TO WS-IR-VALOR.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "(=) FOLHAS MENSAIS NOS INFORMES" TO WS-IR-ROTULO.
           COMPUTE WS-IR-VALOR = WS-IR-T-TRIB - WS-IR-T-RESC.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "TOTAL DAS FOLHAS MENSAIS (RESUMO DA FOLHA)"
               TO WS-IR-ROTULO.
           MOVE WS-IR-T-R-BRUTO TO WS-IR-VALOR.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE "DIFERENCA" TO WS-IR-ROTULO.
           COMPUTE WS-IR-VALOR = WS-IR-T-TRIB - WS-IR-T-RESC
               - WS-IR-T-R-BRUTO.
           PERFORM IR-VALOR-PROCEDURE.
           MOVE SPACES TO WS-IR-LINHA.
           IF WS-IR-DIVERG = ZERO AND WS-IR-VALOR = ZERO
               MOVE "NENHUMA DIVERGENCIA ENCONTRADA" TO WS-IR-LINHA
           ELSE
               STRING WS-IR-DIVERG " MES(ES) COM DIVERGENCIA EM "
                   WS-IR-FOLHAS " FOLHA(S) CALCULADA(S)"
                   DELIMITED BY SIZE INTO WS-IR-LINHA
               END-STRING
           END-IF.
           WRITE REG-INFORME FROM WS-IR-LINHA.
       IR-EMPRESA-MES-PROCEDURE.
           IF WS-IR-F-QTD (WS-IR-M) = ZERO
               AND WS-IR-R-TEM (WS-IR-M) <> "S"
               MOVE SPACES TO WS-IR-LINHA
               STRING WS-IR-M "   FOLHA NAO CALCULADA"
                   DELIMITED BY SIZE INTO WS-IR-LINHA
               END-STRING
               WRITE REG-INFORME FROM WS-IR-LINHA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-IR-FOLHAS.
           ADD WS-IR-F-BRUTO (WS-IR-M) TO WS-IR-T-F-BRUTO.
           ADD WS-IR-R-BRUTO (WS-IR-M) TO WS-IR-T-R-BRUTO.
           MOVE WS-IR-F-BRUTO (WS-IR-M) TO WS-IR-ED.
           IF WS-IR-R-TEM (WS-IR-M) <> "S"
               ADD 1 TO WS-IR-DIVERG
               MOVE SPACES TO WS-IR-LINHA
               STRING WS-IR-M " " WS-IR-ED
                   "  TOTAL DA FOLHA NAO REGISTRADO"
                   DELIMITED BY SIZE INTO WS-IR-LINHA
               END-STRING
               WRITE REG-INFORME FROM WS-IR-LINHA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IR-DIF = WS-IR-F-BRUTO (WS-IR-M)
               - WS-IR-R-BRUTO (WS-IR-M).
           COMPUTE WS-IR-DIF-INSS = WS-IR-F-INSS (WS-IR-M)
               - WS-IR-R-INSS (WS-IR-M).
           COMPUTE WS-IR-DIF-IRRF = WS-IR-F-IRRF (WS-IR-M)
               - WS-IR-R-IRRF (WS-IR-M).
           COMPUTE WS-IR-DIF-LIQ = WS-IR-F-LIQ (WS-IR-M)
               - WS-IR-R-LIQ (WS-IR-M).
           MOVE WS-IR-R-BRUTO (WS-IR-M) TO WS-IR-ED2.
           MOVE WS-IR-DIF TO WS-IR-ED3.
           MOVE SPACES TO WS-IR-LINHA.
           STRING WS-IR-M " " WS-IR-ED " " WS-IR-ED2 " " WS-IR-ED3
               DELIMITED BY SIZE INTO WS-IR-LINHA
           END-STRING.
           WRITE REG-INFORME FROM WS-IR-LINHA.
           IF WS-IR-DIF = ZERO AND WS-IR-DIF-INSS = ZERO
               AND WS-IR-DIF-IRRF = ZERO AND WS-IR-DIF-LIQ = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-IR-DIVERG.
           IF WS-IR-DIF-INSS <> ZERO
               MOVE "     DIFERENCA DE INSS" TO WS-IR-ROTULO
               MOVE WS-IR-DIF-INSS TO WS-IR-VALOR
               PERFORM IR-VALOR-PROCEDURE
           END-IF.
           IF WS-IR-DIF-IRRF <> ZERO
               MOVE "     DIFERENCA DE IRRF" TO WS-IR-ROTULO
               MOVE WS-IR-DIF-IRRF TO WS-IR-VALOR
               PERFORM IR-VALOR-PROCEDURE
           END-IF.
           IF WS-IR-DIF-LIQ <> ZERO
               MOVE "     DIFERENCA DE LIQUIDO" TO WS-IR-ROTULO
               MOVE WS-IR-DIF-LIQ TO WS-IR-VALOR
               PERFORM IR-VALOR-PROCEDURE
           END-IF.
           MOVE SPACES TO WS-IR-LINHA.
           STRING "     HOLERITES NO HISTORICO: " WS-IR-F-QTD (WS-IR-M)
               DELIMITED BY SIZE INTO WS-IR-LINHA
           END-STRING.
           WRITE REG-INFORME FROM WS-IR-LINHA.
       ACUMULA-SECAO-PROCEDURE.
           ADD WS-BRUTO TO WS-TOT-BRUTO.
           ADD WS-LIQUIDO TO WS-TOT-LIQ.
           ADD WS-INSS TO WS-TOT-INSS.
           ADD WS-IRRF TO WS-TOT-IRRF.
           MOVE ZERO TO WS-SEC-ACHOU.
           PERFORM VARYING WS-SEC-I FROM 1 BY 1
               UNTIL WS-SEC-I > WS-SEC-QTD
           CALL "SYSTEM" USING "clear".
           DISPLAY "DATA A CONFERIR (AAAAMMDD): ".
           ACCEPT WS-PT-DATA.
           MOVE WS-PT-DATA TO WS-ESC-DATA.
           PERFORM ESC-SEMANA-PROCEDURE.
           MOVE "N" TO WS-ESC-ABERTA.
           OPEN INPUT ARQ-ESCALA.
           IF WS-FS2 = 0
               MOVE "S" TO WS-ESC-ABERTA
           END-IF.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WS-FS <> 0
               DISPLAY "NENHUM EMPREGADO CADASTRADO"
               PERFORM CONFERE-UM-PONTO-PROCEDURE UNTIL WS-EOF = "Y"
               CLOSE ARQ-EMPREGADOS
           END-IF.
           IF WS-ESC-ABERTA = "S"
               CLOSE ARQ-ESCALA
           END-IF.
           ACCEPT TMP-i.
           GO TO MENU-PROCEDURE.
       CONFERE-UM-PONTO-PROCEDURE.
           END-READ.
           IF WS-EOF <> "Y"
               PERFORM APURA-PONTO-DIA-PROCEDURE
               MOVE EIDT TO WS-AU-EIDT
               MOVE WS-PT-DATA TO WS-AU-DATA
               PERFORM AU-BUSCA-DIA-PROCEDURE
               EVALUATE WS-AU-TIPO-DIA
                   WHEN "J"
                       CONTINUE
                   WHEN "I"
                       DISPLAY "ID " EIDT " - " ENOME
                           " FALTA INJUSTIFICADA REGISTRADA"
                   WHEN OTHER
                       PERFORM CONFERE-ESCALA-PROCEDURE
               END-EVALUATE
           END-IF.
       CONFERE-ESCALA-PROCEDURE.
           MOVE EHORA-ENTRADA (1:2) TO WS-HH.
           MOVE EHORA-ENTRADA (4:2) TO WS-MM.
           COMPUTE WS-ENTRADA-MIN = WS-HH * 60 + WS-MM.
           MOVE EHORA-SAIDA (1:2) TO WS-HH.
           MOVE EHORA-SAIDA (4:2) TO WS-MM.
           COMPUTE WS-SAIDA-MIN = WS-HH * 60 + WS-MM.
           PERFORM ESC-TURNO-DIA-PROCEDURE.
           IF WS-ESC-TURNO = "F"
               IF WS-TEM-E = "S" OR WS-TEM-S = "S"
                   DISPLAY "ID " EIDT " - " ENOME
                       " MARCOU PONTO EM FOLGA DA ESCALA"
               END-IF
           ELSE
               PERFORM CONFERE-HORARIO-PROCEDURE
           END-IF.
       CONFERE-HORARIO-PROCEDURE.
           IF WS-TEM-E = "N"
               DISPLAY "ID " EIDT " - " ENOME
                   " SEM MARCACAO DE ENTRADA"
           ELSE
               IF WS-MIN-ENT > WS-ENTRADA-MIN + WS-TOLERANCIA
                   DISPLAY "ID " EIDT " - " ENOME
                       " CHEGOU ATRASADO"
               END-IF
           END-IF.
           IF WS-TEM-S = "N"
               DISPLAY "ID " EIDT " - " ENOME
                   " SEM MARCACAO DE SAIDA"
           ELSE
               IF WS-MIN-SAI < WS-SAIDA-MIN - WS-TOLERANCIA
                   DISPLAY "ID " EIDT " - " ENOME
                       " SAIU MAIS CEDO"
               END-IF
           END-IF.
       APURA-PONTO-DIA-PROCEDURE.
           IF WS-EOF <> "Y"
               MOVE ZERO TO WS-MIN-MES
               MOVE ZEROES TO WS-DIA-ANT
               MOVE EIDT TO WS-AU-EIDT
               MOVE WS-PT-ANOMES TO WS-AU-ANOMES
               PERFORM AU-CARREGA-MES-PROCEDURE
               PERFORM SOMA-MES-PONTO-PROCEDURE
               PERFORM AU-CONTA-MES-PROCEDURE
               COMPUTE WS-MIN-MES = WS-MIN-MES
                   + WS-AU-JUST-DIAS * WS-AU-MIN-DIA
               COMPUTE WS-HORAS-MES ROUNDED = WS-MIN-MES / 60
               DISPLAY "ID " EIDT " - " ENOME
                   " HORAS NO MES: " WS-HORAS-MES
               PERFORM BH-APURA-PROCEDURE
               MOVE EIDT TO HMEIDT
               MOVE WS-PT-ANOMES TO HMANOMES
               MOVE WS-HORAS-MES TO HMHORAS
                               PERFORM FECHA-DIA-PONTO-PROCEDURE
                               PERFORM APURA-INICIO-DIA-PROCEDURE
                               MOVE PTDATA TO WS-DIA-ANT
                               COMPUTE WS-AU-K =
                                   FUNCTION MOD (PTDATA, 100)
                               MOVE "S" TO WS-AU-D-MARCOU (WS-AU-K)
                           END-IF
                           PERFORM CLASSIFICA-PONTO-PROCEDURE
                       END-IF
               ACCEPT TMP-i
               GO TO MENU-PROCEDURE
           END-IF.
           PERFORM CRED-PENDENTES-PROCEDURE.
           MOVE FUNCTION UPPER-CASE(WS-13-PARCELA) TO CH-FOLHA.
           IF CH-FOLHA = "D"
               COMPUTE CH-REF = WS-13-ANO * 100 + 12
           ELSE
               MOVE "N" TO CH-FOLHA
               COMPUTE CH-REF = WS-13-ANO * 100 + 11
           END-IF.
           MOVE SPACES TO WS-CRED-ARQ.
           STRING "CREDSAL.13" CH-FOLHA "." WS-13-ANO ".REM"
               DELIMITED BY SIZE INTO WS-CRED-ARQ
           END-STRING.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WS-FS = "35"
               DISPLAY "NENHUM FUNCIONARIO CADASTRADO"
           ELSE
               PERFORM CRED-ABRE-PROCEDURE
               OPEN EXTEND ARQ-HOLERITE
               IF WS-FS2 = 35
                   OPEN OUTPUT ARQ-HOLERITE
               CLOSE ARQ-HOLERITE
               CLOSE ARQ-EMPREGADOS
               DISPLAY "HOLERITES DE 13. GRAVADOS EM HOLERITE.TXT"
               PERFORM CRED-FECHA-PROCEDURE
           END-IF.
           ACCEPT TMP-i.
           GO TO MENU-PROCEDURE.
                   MOVE ZERO TO WS-IRRF
                   PERFORM GRAVA-HOLERITE-13-PROCEDURE
               END-IF
               IF WS-13-CHEIO > ZERO
                   PERFORM FH-DECIMO-PROCEDURE
               END-IF
               PERFORM CRED-GRAVA-PROCEDURE
               DISPLAY "ID " EIDT " - " ENOME
                   " 13. A PAGAR: " WS-LIQUIDO
           END-IF.
           COMPUTE WS-BRUTO = WS-RES-SALDO + WS-RES-FERIAS
               + WS-RES-13 + WS-RES-AVISO-VAL.
           PERFORM CALCULA-DESCONTOS-PROCEDURE.
           PERFORM VL-RESCISAO-PROCEDURE.
           OPEN EXTEND ARQ-HOLERITE.
           IF WS-FS2 = 35
               OPEN OUTPUT ARQ-HOLERITE
           PERFORM GRAVA-HOLERITE-RESC-PROCEDURE.
           CLOSE ARQ-HOLERITE.
           PERFORM GRAVA-RESCISAO-PROCEDURE.
           PERFORM FH-RESCISAO-PROCEDURE.
           PERFORM CRED-RESCISAO-PROCEDURE.
           PERFORM REVOGA-OPERADOR-PROCEDURE.
           DISPLAY "RESCISAO CALCULADA, LIQUIDO: " WS-LIQUIDO.
           DISPLAY "ACESSO A LOCADORA DESATIVADO".
               DELIMITED BY SIZE INTO WS-HOL-LINHA
           END-STRING.
           WRITE REG-HOLERITE FROM WS-HOL-LINHA.
           IF WS-VL-TOTAL > ZERO
               MOVE SPACES TO WS-HOL-LINHA
               STRING "DESCONTO VALES/EMPREST... " WS-VL-TOTAL
                   DELIMITED BY SIZE INTO WS-HOL-LINHA
               END-STRING
               WRITE REG-HOLERITE FROM WS-HOL-LINHA
           END-IF.
           IF WS-VL-ABERTO > ZERO
               MOVE SPACES TO WS-HOL-LINHA
               STRING "  SALDO DE VALES A COBRAR " WS-VL-ABERTO
                   DELIMITED BY SIZE INTO WS-HOL-LINHA
               END-STRING
               WRITE REG-HOLERITE FROM WS-HOL-LINHA
           END-IF.
           MOVE SPACES TO WS-HOL-LINHA.
           STRING "LIQUIDO DA RESCISAO...... " WS-LIQUIDO
               DELIMITED BY SIZE INTO WS-HOL-LINHA
               WRITE REG-RESCISOES
               CLOSE ARQ-RESCISOES
           END-IF.
       CRED-PENDENTES-PROCEDURE.
           MOVE ZERO TO WS-CRED-PEND.
           MOVE "S" TO WS-CRED-LIBERA.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WS-FS <> 0
               CLOSE ARQ-EMPREGADOS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EMPREGADOS SEM DADOS BANCARIOS:".
           MOVE ZERO TO EIDT.
           START ARQ-EMPREGADOS KEY IS NOT LESS THAN EIDT
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-EMPREGADOS NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM CRED-CONFERE-BANCO-PROCEDURE
                   IF WS-CRED-SEM-BANCO = "S"
                       ADD 1 TO WS-CRED-PEND
                       DISPLAY "ID " EIDT " - " ENOME
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-EMPREGADOS.
           MOVE "N" TO WS-EOF.
           IF WS-CRED-PEND = ZERO
               DISPLAY "NENHUM"
           ELSE
               DISPLAY WS-CRED-PEND " EMPREGADO(S) FICAM FORA DO "
                   "ARQUIVO DE CREDITO"
               DISPLAY "LIBERAR O ARQUIVO SEM ELES? (S/N): "
               ACCEPT WS-CRED-LIBERA
               MOVE FUNCTION UPPER-CASE(WS-CRED-LIBERA)
                   TO WS-CRED-LIBERA
           END-IF.
       CRED-CONFERE-BANCO-PROCEDURE.
           MOVE "N" TO WS-CRED-SEM-BANCO.
           IF EBANCO IS NOT NUMERIC OR EAGENCIA IS NOT NUMERIC
               MOVE "S" TO WS-CRED-SEM-BANCO
           ELSE
               IF EBANCO = ZEROES OR EAGENCIA = ZEROES
                   OR ECONTA = SPACES
                   MOVE "S" TO WS-CRED-SEM-BANCO
               END-IF
           END-IF.
       CRED-ABRE-PROCEDURE.
           MOVE ZERO TO WS-CRED-SEQ.
           MOVE ZERO TO WS-CRED-QTD.
           MOVE ZERO TO WS-CRED-TOTAL.
           MOVE ZERO TO WS-CRED-PEND-TOT.
           MOVE ZERO TO WS-CRED-HOL-TOT.
           IF WS-CRED-LIBERA <> "S"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-CREDSAL.
           IF WS-FS2 <> 0
               DISPLAY "ERRO AO CRIAR " WS-CRED-ARQ ", FS=" WS-FS2
               MOVE "N" TO WS-CRED-LIBERA
               EXIT PARAGRAPH
           END-IF.
           ACCEPT CH-DATA FROM DATE YYYYMMDD.
           ADD 1 TO WS-CRED-SEQ.
           MOVE WS-CRED-SEQ TO CH-SEQ.
           WRITE REG-CREDSAL FROM CRED-HEADER.
       CRED-GRAVA-PROCEDURE.
           IF WS-LIQUIDO NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD WS-LIQUIDO TO WS-CRED-HOL-TOT.
           PERFORM CRED-CONFERE-BANCO-PROCEDURE.
           IF WS-CRED-SEM-BANCO = "S"
               ADD WS-LIQUIDO TO WS-CRED-PEND-TOT
               EXIT PARAGRAPH
           END-IF.
           IF WS-CRED-LIBERA <> "S"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CRED-SEQ.
           ADD 1 TO WS-CRED-QTD.
           ADD WS-LIQUIDO TO WS-CRED-TOTAL.
           MOVE EIDT TO CD-EIDT.
           MOVE ENOME TO CD-NOME.
           MOVE EBANCO TO CD-BANCO.
           MOVE EAGENCIA TO CD-AGENCIA.
           MOVE ECONTA TO CD-CONTA.
           MOVE ETIPOCONTA TO CD-CONTA-TIPO.
           MOVE WS-LIQUIDO TO CD-VALOR.
           MOVE WS-CRED-SEQ TO CD-SEQ.
           WRITE REG-CREDSAL FROM CRED-DETALHE.
       CRED-FECHA-PROCEDURE.
           IF WS-CRED-LIBERA <> "S"
               DISPLAY "ARQUIVO DE CREDITO NAO LIBERADO"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CRED-SEQ.
           MOVE WS-CRED-QTD TO CT-QTD.
           MOVE WS-CRED-TOTAL TO CT-TOTAL.
           MOVE WS-CRED-SEQ TO CT-SEQ.
           WRITE REG-CREDSAL FROM CRED-TRAILER.
           CLOSE ARQ-CREDSAL.
           COMPUTE WS-CRED-CONF = WS-CRED-TOTAL + WS-CRED-PEND-TOT.
           DISPLAY "ARQUIVO DE CREDITO " WS-CRED-ARQ.
           DISPLAY "CREDITOS: " WS-CRED-QTD " TOTAL DE CONTROLE: "
               WS-CRED-TOTAL.
           DISPLAY "LIQUIDO NOS HOLERITES: " WS-CRED-HOL-TOT.
           IF WS-CRED-PEND-TOT > ZERO
               DISPLAY "FORA DO ARQUIVO (SEM DADOS BANCARIOS): "
                   WS-CRED-PEND-TOT
           END-IF.
           IF WS-CRED-CONF = WS-CRED-HOL-TOT
               DISPLAY "TOTAL DE CONTROLE CONFERE COM OS HOLERITES"
           ELSE
               DISPLAY "*** DIVERGENCIA ENTRE ARQUIVO E HOLERITES ***"
           END-IF.
       CRED-RESCISAO-PROCEDURE.
           MOVE "R" TO CH-FOLHA.
           COMPUTE CH-REF = WS-RES-DATA / 100.
           MOVE SPACES TO WS-CRED-ARQ.
           STRING "CREDSAL.RES." EIDT "." WS-RES-DATA ".REM"
               DELIMITED BY SIZE INTO WS-CRED-ARQ
           END-STRING.
           MOVE "S" TO WS-CRED-LIBERA.
           PERFORM CRED-CONFERE-BANCO-PROCEDURE.
           IF WS-CRED-SEM-BANCO = "S"
               DISPLAY "EMPREGADO SEM DADOS BANCARIOS: " EIDT " - "
                   ENOME
               MOVE "N" TO WS-CRED-LIBERA
           END-IF.
           PERFORM CRED-ABRE-PROCEDURE.
           PERFORM CRED-GRAVA-PROCEDURE.
           PERFORM CRED-FECHA-PROCEDURE.
       ABRE-FUNCIONARIOS-PROCEDURE.
           OPEN I-O ARQ-FUNCIONARIOS.
           IF WS-FS = "35"
           DISPLAY "14. DECIMO TERCEIRO SALARIO".
           DISPLAY "15. RESCISAO DE CONTRATO".
           DISPLAY "16. BENEFICIOS (VT/VR)".
           DISPLAY "17. ESCALA DE TURNOS".
           DISPLAY "18. BANCO DE HORAS".
           DISPLAY "19. VALES E EMPRESTIMOS".
           DISPLAY "20. AUSENCIAS E AFASTAMENTOS".
           DISPLAY "21. INFORME DE RENDIMENTOS ANUAL".
           ACCEPT MENU-OP.
           EVALUATE MENU-OP
               WHEN 1
                   GO TO RESCISAO-PROCEDURE
               WHEN 16
                   GO TO BENEFICIOS-PROCEDURE
               WHEN 17
                   GO TO ESCALA-PROCEDURE
               WHEN 18
                   GO TO BANCO-HORAS-PROCEDURE
               WHEN 19
                   GO TO VALES-PROCEDURE
               WHEN 20
                   GO TO AUSENCIAS-PROCEDURE
               WHEN 21
                   GO TO INFORME-RENDIMENTOS-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
                   GO TO MENU-PROCEDURE
