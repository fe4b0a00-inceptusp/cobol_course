           SELECT ARQ-CUPOM ASSIGN TO "CUPOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPCODIGO
               ALTERNATE RECORD KEY IS CPLOTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPCPF WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               WITH LOCK ON RECORD
               FILE STATUS IS WS-FS.
