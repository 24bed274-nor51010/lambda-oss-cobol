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
       FD  AUDIX-FILE.
           COPY AUDREC REPLACING ==AUD-RECORD==  BY ==AUDIX-FILE-REC==,
                ==AUD-TIMESTAMP==   BY ==AI-TIMESTAMP==,
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
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  WS-EOF-SW                PIC  X(001)    VALUE 'N'.
