           SELECT ARQ-ALIQISS ASSIGN TO "ALIQISS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQFILIAL
               FILE STATUS IS WS-FS.
