                ==AUD-STATUS-CODE== BY ==AI-STATUS-CODE==,
                ==AUD-INPUT-TEXT==  BY ==AI-INPUT-TEXT==,
                ==AUD-RESPONSE==    BY ==AI-RESPONSE==,
                ==AUD-ELAPSED-HS==  BY ==AI-ELAPSED-HS==,
                ==AUD-SOURCE-SYS==  BY ==AI-SOURCE-SYS==,
                ==AUD-FEED-DATE==   BY ==AI-FEED-DATE==,
                ==AUD-RUN-ID==      BY ==AI-RUN-ID==,
                ==AUD-TRN-REC-NO==  BY ==AI-TRN-REC-NO==,
                ==AUD-SUSP-ITEM==   BY ==AI-SUSP-ITEM==,
                ==AUD-CHAIN-SEQ==   BY ==AI-CHAIN-SEQ==,
                ==AUD-CHAIN-CHECK== BY ==AI-CHAIN-CHECK==.
       FD  RESEND-FILE.
       01  RESEND-REC               PIC  X(1024).
       FD  RPT-FILE.
