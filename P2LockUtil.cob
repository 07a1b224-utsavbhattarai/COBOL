      *> The locks the suite takes today -- a new master means a
      *> new row here.
       01 KnownLockTable.
           02 KnownLockEntry OCCURS 6 TIMES.
               03 KL-Name PIC X(10).
       01 KnownLockCount PIC 9 VALUE 6.
       01 KnownLockIdx PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MOVE "HISTORY" TO KL-Name(1).
       MOVE "STUDENTS" TO KL-Name(2).
       MOVE "HISTIX" TO KL-Name(3).
       MOVE "LEDGER" TO KL-Name(4).
       MOVE "DELTA" TO KL-Name(5).
       MOVE "SUMMARY" TO KL-Name(6).
       MOVE 1 TO WS-ArgNum.
       DISPLAY WS-ArgNum UPON ARGUMENT-NUMBER.
       ACCEPT WS-Action FROM ARGUMENT-VALUE
           WHEN "CLEAR"
               IF WS-LockName = SPACES
                   DISPLAY "P2LOCKUTIL: CLEAR NEEDS A LOCK NAME "
                       "(HISTORY, STUDENTS, HISTIX, LEDGER, DELTA, "
                       "SUMMARY)"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM ClearOneLock
