           SELECT ARQ-CARTAO ASSIGN TO "CARTAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KTNUM
               ALTERNATE RECORD KEY IS KTCPF WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               WITH LOCK ON RECORD
               FILE STATUS IS WS-FS.
