           MOVE "ARRIVAL-WATCH" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE 0 TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

