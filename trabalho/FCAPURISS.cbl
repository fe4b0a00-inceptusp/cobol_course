           SELECT ARQ-APURISS ASSIGN TO "APURISS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AICHAVE
               FILE STATUS IS WS-FS.
