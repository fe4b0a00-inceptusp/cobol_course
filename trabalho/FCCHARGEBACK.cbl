           SELECT ARQ-CHARGEBACK ASSIGN TO "CHARGEBACK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBID
               ALTERNATE RECORD KEY IS CBVENDA-CHAVE WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               WITH LOCK ON RECORD
               FILE STATUS IS WS-FS.
