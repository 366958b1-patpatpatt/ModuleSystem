           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS4.

           SELECT FD-PENDGRADE ASSIGN TO
               'C:\COBOL\BANK\PENDGRADE.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-PG-KEY
           FILE STATUS IS WS-FILESTATUS5.

           SELECT FD-RUNCTL ASSIGN TO
               'C:\COBOL\BANK\TERMRUNCTL.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-JC-KEY
           FILE STATUS IS WS-FILESTATUS6.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-STUDENT.
           05 FT-CLOSE-DATETIME PIC X(14).
           05 FT-CLOSE-TERM PIC 9(5).

       FD  FD-PENDGRADE.
       01  F-PENDGRADEREC.
           05 FD-PG-KEY.
              10 FD-PG-STUDNUMBER PIC 9(10).
              10 FD-PG-MODCODE PIC 9(5).
           05 FD-PG-STUDSECT PIC 9(2).
           05 FD-PG-OLDMOD PIC 9(5).
           05 FD-PG-OLDGRADE PIC 9(3).
           05 FD-PG-GRADE PIC 9(3).
           05 FD-PG-USER PIC X(10).
           05 FD-PG-DATETIME PIC X(14).

       FD  FD-RUNCTL.
       01  F-RUNCTLREC.
           05 FD-JC-KEY.
              10 FD-JC-TERM PIC 9(5).
              10 FD-JC-STEP PIC 9(1).
           05 FD-JC-PROGRAM PIC X(20).
           05 FD-JC-STATUS PIC X.
           05 FD-JC-START PIC X(14).
           05 FD-JC-END PIC X(14).
           05 FD-JC-RETCODE PIC 9(4).
           05 FD-JC-ATTEMPTS PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-FILESTATUS PIC 9(2).
       01  WS-FILESTATUS2 PIC 9(2).
       01  WS-FILESTATUS3 PIC 9(2).
       01  WS-FILESTATUS4 PIC 9(2).
       01  WS-FILESTATUS5 PIC 9(2).
       01  WS-FILESTATUS6 PIC 9(2).
       01  WS-EOF PIC 9.
       01  WS-LOOP-IDX PIC 9(2).
       01  WS-CONFIRM PIC A.
       01  WS-HIST-COUNT PIC 9(5) VALUE 0.
       01  WS-DUP-COUNT PIC 9(5) VALUE 0.
       01  WS-EMPTY-COUNT PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT PIC 9(5) VALUE 0.
       01  WS-PG-EOF PIC 9.
       01  WS-JC-STEP PIC 9(2).
       01  WS-JC-LAST-STEP PIC 9(2) VALUE 5.
       01  WS-JC-OPEN-COUNT PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-ROLLOVER.
               PERFORM PARA-SET-NEW-TERM
               PERFORM PARA-CLOSE-AND-REPORT
           END-IF.
           GOBACK.

       PARA-OPEN-FILES.
           DISPLAY '**************************************'.
               ACCEPT WS-CUR-TERM
           END-PERFORM.

           PERFORM PARA-COUNT-PENDING.
           IF WS-PENDING-COUNT > 0
               DISPLAY "GRADES PENDING MODERATION: " WS-PENDING-COUNT
               DISPLAY "APPROVE OR REJECT PENDING GRADES BEFORE "
                   "CLOSING THE TERM. ROLLOVER REFUSED."
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           PERFORM PARA-CHECK-RUN-CONTROL.
           IF WS-JC-OPEN-COUNT > 0
               DISPLAY "BACKUP AND REPORTS FOR TERM " WS-CUR-TERM
                   " MUST COMPLETE UNDER TERMCLOSECTL FIRST."
               DISPLAY "ROLLOVER REFUSED."
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           DISPLAY "CLOSE TERM " WS-CUR-TERM
               " AND ROLL GRADES TO HISTORY? (Y): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "ROLLOVER CANCELLED."
               MOVE 4 TO RETURN-CODE
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.
           OPEN I-O FD-STUDENT.
           IF WS-FILESTATUS = 35
               DISPLAY "NO STUDENTS ON FILE. ABORTING."
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.
           IF WS-FILESTATUS2 NOT = 0
               DISPLAY "UNABLE TO OPEN GRADE HISTORY. ABORTING."
               CLOSE FD-STUDENT
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.
       PARA-OPEN-FILES-EXIT.
           EXIT.

       PARA-COUNT-PENDING.
           MOVE 0 TO WS-PENDING-COUNT.
           OPEN INPUT FD-PENDGRADE.
           IF WS-FILESTATUS5 = 0
               MOVE 0 TO FD-PG-STUDNUMBER
               MOVE 0 TO FD-PG-MODCODE
               START FD-PENDGRADE KEY IS NOT LESS THAN FD-PG-KEY
                   INVALID KEY MOVE 1 TO WS-PG-EOF
                   NOT INVALID KEY MOVE 0 TO WS-PG-EOF
               END-START
               PERFORM UNTIL WS-PG-EOF = 1
                   READ FD-PENDGRADE NEXT RECORD
                       AT END MOVE 1 TO WS-PG-EOF
                       NOT AT END ADD 1 TO WS-PENDING-COUNT
                   END-READ
               END-PERFORM
               CLOSE FD-PENDGRADE
           END-IF.

       PARA-CHECK-RUN-CONTROL.
           MOVE 0 TO WS-JC-OPEN-COUNT.
           OPEN INPUT FD-RUNCTL.
           IF WS-FILESTATUS6 NOT = 0
               DISPLAY "NO TERM-CLOSE RUN CONTROL ON FILE."
               MOVE 1 TO WS-JC-OPEN-COUNT
           ELSE
               PERFORM VARYING WS-JC-STEP FROM 1 BY 1
                       UNTIL WS-JC-STEP > WS-JC-LAST-STEP
                   MOVE WS-CUR-TERM TO FD-JC-TERM
                   MOVE WS-JC-STEP TO FD-JC-STEP
                   READ FD-RUNCTL
                       INVALID KEY
                           ADD 1 TO WS-JC-OPEN-COUNT
                           DISPLAY "TERM-CLOSE STEP " WS-JC-STEP
                               " HAS NOT BEEN RUN."
                       NOT INVALID KEY
                           IF FD-JC-STATUS NOT = 'C'
                               ADD 1 TO WS-JC-OPEN-COUNT
                               DISPLAY "TERM-CLOSE STEP " WS-JC-STEP
                                   " " FD-JC-PROGRAM
                                   " HAS NOT COMPLETED."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-RUNCTL
           END-IF.

       PARA-READ-CUR-TERM.
           MOVE 0 TO WS-CUR-TERM.
           OPEN INPUT FD-CURTERM.
