       01  ENTITY-HISTORY-RECORD.
           05 HIST-REC-TYPE             PIC X(01).
           05 HIST-VERSION              PIC 9(06).
           05 HIST-CHANGE-ID            PIC 9(06).
           05 HIST-APPROVER-ID          PIC X(10).
           05 HIST-TIMESTAMP            PIC X(26).
           05 HIST-ENTITY-DATA          PIC X(68).
           05 HIST-SOURCE-VERSION       PIC 9(06).
