                ==AUD-STATUS-CODE== BY ==AF-STATUS-CODE==,
                ==AUD-INPUT-TEXT==  BY ==AF-INPUT-TEXT==,
                ==AUD-RESPONSE==    BY ==AF-RESPONSE==,
                ==AUD-ELAPSED-HS==  BY ==AF-ELAPSED-HS==,
                ==AUD-SOURCE-SYS==  BY ==AF-SOURCE-SYS==,
                ==AUD-FEED-DATE==   BY ==AF-FEED-DATE==,
                ==AUD-RUN-ID==      BY ==AF-RUN-ID==,
                ==AUD-TRN-REC-NO==  BY ==AF-TRN-REC-NO==,
                ==AUD-SUSP-ITEM==   BY ==AF-SUSP-ITEM==,
                ==AUD-CHAIN-SEQ==   BY ==AF-CHAIN-SEQ==,
                ==AUD-CHAIN-CHECK== BY ==AF-CHAIN-CHECK==.
       FD  DUP-FILE.
       01  DUP-OUT-REC.
           05  DUP-OUT-FEED-DATE   PIC  9(008).
