           SELECT ARQ-PRODUTO ASSIGN TO "PRODUTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDCOD
               ALTERNATE RECORD KEY IS PDBARRAS WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               WITH LOCK ON RECORD
               FILE STATUS IS WS-FS.
