           SELECT ARQ-INDICACAO ASSIGN TO "INDICACAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INCPF
               ALTERNATE RECORD KEY IS ININDICADOR WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               WITH LOCK ON RECORD
               FILE STATUS IS WS-FS.
