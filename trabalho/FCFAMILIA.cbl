           SELECT ARQ-FAMILIA ASSIGN TO "FAMILIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FMCPF
               ALTERNATE RECORD KEY IS FMTITULAR WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               WITH LOCK ON RECORD
               FILE STATUS IS WS-FS.
