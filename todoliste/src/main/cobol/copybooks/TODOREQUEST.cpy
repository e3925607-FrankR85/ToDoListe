           05  REQ-DUE-TO               PIC 9(8).
           05  REQ-ID-LIST              PIC X(60).
           05  REQ-NEW-CATEGORY         PIC X(10).
           05  REQ-COUNT                PIC 9(5).
           05  REQ-SNOOZE-DAYS          PIC 9(3).
           05  REQ-WORK-MINUTES         PIC 9(4).
           05  REQ-WORK-REMARK          PIC X(30).
           05  REQ-TEMPLATE-NAME        PIC X(10).
           05  REQ-PRED-ID              PIC 9(5).
           05  REQ-REMIND-DATE          PIC 9(8).
           05  REQ-PROJECT-CODE         PIC X(8).
           05  REQ-MILESTONE            PIC X(6).
           05  REQ-CONFIDENTIAL         PIC X(1).
           05  REQ-REPORT-ID            PIC 9(5).
           05  REQ-VIEW-NAME            PIC X(10).
           05  REQ-VIEW-DIGEST          PIC X(1).
           05  REQ-WIP-SCOPE            PIC X(5).
           05  REQ-WIP-KEY              PIC X(10).
           05  REQ-WIP-COUNT            PIC 9(3).
           05  REQ-WIP-LIMIT            PIC 9(3).
           05  REQ-FORM-TOKEN           PIC X(24).
           05  REQ-FEASIBLE-DATE        PIC 9(8).
           05  REQ-FEASIBLE-OWNER       PIC X(10).
           05  REQ-TEAM                 PIC X(10).
           05  REQ-TOP-COUNT            PIC 9(2).
           05  REQ-HOLD-REF             PIC X(10).
           05  REQ-HOLD-KIND            PIC X(8).
           05  REQ-HOLD-TARGET          PIC X(40).
           05  REQ-HOLD-RELEASE         PIC X(8).
           05  REQ-POOL                 PIC X(1).
           05  REQ-ACTING-ROLE          PIC X(5).
               88  REQ-ROLE-ADMIN       VALUE 'ADMIN'.
           05  REQ-RESULT-CODE          PIC X(20).
