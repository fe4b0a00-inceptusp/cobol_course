           SELECT ARQ-BOLETO ASSIGN TO "BOLETO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLNOSSO
               ALTERNATE RECORD KEY IS BLORIGEM WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               WITH LOCK ON RECORD
               FILE STATUS IS WS-FS.
