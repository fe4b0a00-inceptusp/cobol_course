           SELECT ARQ-ATIVO ASSIGN TO "ATIVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATCHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               WITH LOCK ON RECORD
               FILE STATUS IS WS-FS.
