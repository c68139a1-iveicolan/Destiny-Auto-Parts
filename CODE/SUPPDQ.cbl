               10 SC-CYCLE-REJECTS OCCURS 60 TIMES
                                            PIC 9(05).
               10 SC-REASON-USED            PIC 9(02).
               10 SC-REASON-ENTRY OCCURS 30 TIMES
                       INDEXED BY RE-IDX.
                   15 SC-REASON-CODE        PIC X(04).
                   15 SC-REASON-REJECTS     PIC 9(05).
           IF REASON-ENTRY-FOUND
               SET RE-IDX DOWN BY 1
           ELSE
               IF SC-REASON-USED(SC-IDX) >= 30
                   DISPLAY 'SUPPDQ: more than 30 reason codes for '
                       WS-SCORE-SEARCH-KEY
                   PERFORM 2000-ABEND-RTN
               END-IF
