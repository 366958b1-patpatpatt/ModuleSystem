           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS5.

           SELECT FD-CURTERM ASSIGN TO
               'C:\COBOL\BANK\CURRENTTERM.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS6.

           SELECT FD-RESIT ASSIGN TO
               'C:\COBOL\BANK\RESITREGISTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-RS-KEY
           FILE STATUS IS WS-FILESTATUS7.

           SELECT FD-GRADEHIST ASSIGN TO
               'C:\COBOL\BANK\GRADEHISTORY.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-GH-KEY
           FILE STATUS IS WS-FILESTATUS8.

           SELECT FD-MODERCFG ASSIGN TO
               'C:\COBOL\BANK\MODERATION.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS9.

           SELECT FD-PENDGRADE ASSIGN TO
               'C:\COBOL\BANK\PENDGRADE.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-PG-KEY
           FILE STATUS IS WS-FILESTATUS10.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-GRADETRANS.
           05 FD-MODTITLE PIC X(25).
           05 FD-MODCREDITS PIC 9(2).
           05 FD-MODPASSMARK PIC 9(3).
           05 FD-MODPREREQ OCCURS 3 TIMES PIC 9(5).

       FD  FD-REJECT.
       01  F-REJECTREC.
           05 FD-GA-OLDVALUE PIC X(25).
           05 FD-GA-NEWVALUE PIC X(25).

       FD  FD-CURTERM.
       01  F-CURTERMREC.
           05 FC-TERM PIC 9(5).

       FD  FD-RESIT.
       01  F-RESITREC.
           05 FD-RS-KEY.
              10 FD-RS-STUDNUMBER PIC 9(10).
              10 FD-RS-TERM PIC 9(5).
              10 FD-RS-MODCODE PIC 9(5).
           05 FD-RS-STUDNAME PIC X(25).
           05 FD-RS-STUDSECT PIC 9(2).
           05 FD-RS-ORIGGRADE PIC 9(3).
           05 FD-RS-PASSMARK PIC 9(3).
           05 FD-RS-STATUS PIC X.
           05 FD-RS-RESITMARK PIC 9(3).
           05 FD-RS-AWARDED PIC 9(3).
           05 FD-RS-DATETIME PIC X(14).

       FD  FD-GRADEHIST.
       01  F-GRADEHISTREC.
           05 FD-GH-KEY.
              10 FD-GH-STUDNUMBER PIC 9(10).
              10 FD-GH-TERM PIC 9(5).
           05 FD-GH-STUDNAME PIC X(25).
           05 FD-GH-STUDSECT PIC 9(2).
           05 FD-GH-MODCOUNT PIC 9(2).
           05 FD-GH-MODULES OCCURS 10 TIMES.
              10 FD-GH-MODULENUMB PIC 9(5).
              10 FD-GH-GRADE PIC 9(3).

       FD  FD-MODERCFG.
       01  F-MODERCFGREC.
           05 FM-MODERATION-FLAG PIC X.

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

       WORKING-STORAGE SECTION.
       01  WS-FILESTATUS PIC 9(2).
       01  WS-FILESTATUS2 PIC 9(2).
       01  WS-FILESTATUS3 PIC 9(2).
       01  WS-FILESTATUS4 PIC 9(2).
       01  WS-FILESTATUS5 PIC 9(2).
       01  WS-FILESTATUS6 PIC 9(2).
       01  WS-FILESTATUS7 PIC 9(2).
       01  WS-FILESTATUS8 PIC 9(2).
       01  WS-FILESTATUS9 PIC 9(2).
       01  WS-FILESTATUS10 PIC 9(2).
       01  WS-EOF PIC 9 VALUE 0.
       01  WS-STUD-FLAG PIC 9.
       01  WS-MODVALID PIC 9.
       01  WS-MODMASTER-AVAIL PIC 9 VALUE 0.
       01  WS-RESIT-AVAIL PIC 9 VALUE 0.
       01  WS-GRADEHIST-AVAIL PIC 9 VALUE 0.
       01  WS-RESIT-LOCKED PIC 9.
       01  WS-MODERATION-ON PIC 9 VALUE 0.
       01  WS-CUR-TERM PIC 9(5) VALUE 0.
       01  WS-SLOT-IDX PIC 9(2).
       01  WS-SLOT-HIT PIC 9(2).

       01  WS-AMEND-COUNT PIC 9(5) VALUE 0.
       01  WS-APPEND-COUNT PIC 9(5) VALUE 0.
       01  WS-UNCHANGED-COUNT PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT PIC 9(5) VALUE 0.
       01  WS-STUD-REJECT-COUNT PIC 9(5) VALUE 0.
       01  WS-MODCODE-REJECT-COUNT PIC 9(5) VALUE 0.
       01  WS-GRADE-REJECT-COUNT PIC 9(5) VALUE 0.
       01  WS-FULL-REJECT-COUNT PIC 9(5) VALUE 0.
       01  WS-RESIT-REJECT-COUNT PIC 9(5) VALUE 0.
       01  WS-PREREQ-REJECT-COUNT PIC 9(5) VALUE 0.
       01  WS-REJECT-WRITTEN-COUNT PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON PIC X(2).

       01  WS-GA-OLDVALUE PIC X(25).
       01  WS-GA-NEWVALUE PIC X(25).

       01  WS-PQ-MODCODE PIC 9(5).
       01  WS-PQ-MET PIC 9.
       01  WS-PQ-MISSING PIC 9(5).
       01  WS-PQ-FOUND PIC 9.
       01  WS-PQ-GH-EOF PIC 9.
       01  WS-PQ-GA-EOF PIC 9.
       01  WS-PQ-IDX PIC 9.
       01  WS-PQ-SLOT PIC 9(2).
       01  WS-PQ-REQ-COUNT PIC 9.
       01  WS-PQ-REQ-TABLE.
           05 WS-PQ-REQ-ENTRY OCCURS 3 TIMES.
              10 WS-PQ-REQ PIC 9(5).
              10 WS-PQ-REQ-PASS PIC 9(3).
              10 WS-PQ-REQ-MET PIC 9.

       PROCEDURE DIVISION.
       MAIN-POST.
           PERFORM PARA-OPEN-FILES THRU PARA-OPEN-FILES-EXIT.
               MOVE 0 TO WS-MODMASTER-AVAIL
               DISPLAY "MODULE MASTER NOT ON FILE - "
                   "MODULE CODES WILL NOT BE VALIDATED."
           ELSE IF WS-FILESTATUS3 NOT = 0
               DISPLAY "MODULE MASTER UNREADABLE - STATUS "
                   WS-FILESTATUS3 "."
               DISPLAY "CONVERT IT WITH MASTERBACKUP OPTION C. "
                   "ABORTING."
               MOVE 1 TO WS-EOF
           ELSE
               MOVE 1 TO WS-MODMASTER-AVAIL
           END-IF.
               MOVE 1 TO WS-EOF
           END-IF.

           OPEN INPUT FD-RESIT.
           IF WS-FILESTATUS7 = 35
               MOVE 0 TO WS-RESIT-AVAIL
           ELSE
               MOVE 1 TO WS-RESIT-AVAIL
           END-IF.

           OPEN INPUT FD-GRADEHIST.
           IF WS-FILESTATUS8 = 35
               MOVE 0 TO WS-GRADEHIST-AVAIL
           ELSE
               MOVE 1 TO WS-GRADEHIST-AVAIL
           END-IF.

           PERFORM PARA-READ-CUR-TERM.

           OPEN INPUT FD-MODERCFG.
           IF WS-FILESTATUS9 = 0
               READ FD-MODERCFG
                   AT END CONTINUE
                   NOT AT END
                       IF FM-MODERATION-FLAG = 'Y'
                           MOVE 1 TO WS-MODERATION-ON
                       END-IF
               END-READ
               CLOSE FD-MODERCFG
           END-IF.

           IF WS-MODERATION-ON = 1
               DISPLAY "MODERATION MODE - GRADES WILL BE HELD "
                   "FOR APPROVAL."
               OPEN I-O FD-PENDGRADE
               IF WS-FILESTATUS10 = 35
                   OPEN OUTPUT FD-PENDGRADE
                   CLOSE FD-PENDGRADE
                   OPEN I-O FD-PENDGRADE
               END-IF
           END-IF.

       PARA-OPEN-FILES-EXIT.
           EXIT.

               END-IF
           END-PERFORM.

           IF WS-SLOT-HIT > 0
               PERFORM PARA-CHECK-RESIT-LOCK
               IF WS-RESIT-LOCKED = 1
                   ADD 1 TO WS-RESIT-REJECT-COUNT
                   DISPLAY "ON RESIT REGISTER REJECTED - "
                       "STUDENT NUMBER: " WS-TR-STUDNUMBER
                   MOVE 'RL' TO WS-REJECT-REASON
                   PERFORM PARA-WRITE-REJECT
                   GO TO PARA-POST-TRANS-EXIT
               END-IF
           END-IF.

           IF WS-MODMASTER-AVAIL = 1 AND WS-SLOT-HIT = 0
               MOVE WS-TR-MODCODE TO WS-PQ-MODCODE
               PERFORM PARA-CHECK-PREREQS
                   THRU PARA-CHECK-PREREQS-EXIT
               IF WS-PQ-MET = 0
                   ADD 1 TO WS-PREREQ-REJECT-COUNT
                   DISPLAY "PREREQUISITE NOT MET REJECTED - "
                       "STUDENT NUMBER: " WS-TR-STUDNUMBER
                   MOVE 'PQ' TO WS-REJECT-REASON
                   PERFORM PARA-WRITE-REJECT
                   GO TO PARA-POST-TRANS-EXIT
               END-IF
           END-IF.

           IF WS-SLOT-HIT > 0
               PERFORM PARA-AMEND-SLOT
           ELSE
       PARA-AMEND-SLOT.
           IF FD-GRADE(WS-SLOT-HIT) = WS-GRADE-VAL
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE IF WS-MODERATION-ON = 1
               MOVE WS-TR-MODCODE TO FD-PG-OLDMOD
               MOVE FD-GRADE(WS-SLOT-HIT) TO FD-PG-OLDGRADE
               PERFORM PARA-HOLD-GRADE
           ELSE
               MOVE 'GRADE   ' TO WS-GA-FIELD
               MOVE SPACES TO WS-GA-OLDVALUE
               MOVE FD-GRADE(WS-SLOT-HIT) TO WS-GA-OLDVALUE(1:3)
               MOVE WS-TR-MODCODE TO WS-GA-OLDVALUE(7:5)
               MOVE SPACES TO WS-GA-NEWVALUE
               MOVE WS-GRADE-VAL TO WS-GA-NEWVALUE(1:3)
               MOVE WS-TR-MODCODE TO WS-GA-NEWVALUE(7:5)
               PERFORM PARA-LOG-GRADE-CHANGE

               MOVE WS-GRADE-VAL TO FD-GRADE(WS-SLOT-HIT)
                   "STUDENT NUMBER: " WS-TR-STUDNUMBER
               MOVE 'MC' TO WS-REJECT-REASON
               PERFORM PARA-WRITE-REJECT
           ELSE IF WS-MODERATION-ON = 1
               MOVE 0 TO FD-PG-OLDMOD
               MOVE 0 TO FD-PG-OLDGRADE
               PERFORM PARA-HOLD-GRADE
           ELSE
               ADD 1 TO FD-MODCOUNT
               MOVE WS-TR-MODCODE TO FD-MODULENUMB(FD-MODCOUNT)
               ADD 1 TO WS-APPEND-COUNT
           END-IF.

       PARA-HOLD-GRADE.
           MOVE WS-TR-STUDNUMBER TO FD-PG-STUDNUMBER.
           MOVE WS-TR-MODCODE TO FD-PG-MODCODE.
           MOVE FD-STUDSECT TO FD-PG-STUDSECT.
           MOVE WS-GRADE-VAL TO FD-PG-GRADE.
           MOVE 'BATCH' TO FD-PG-USER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FD-PG-DATETIME.
           WRITE F-PENDGRADEREC
               INVALID KEY REWRITE F-PENDGRADEREC
           END-WRITE.
           ADD 1 TO WS-HELD-COUNT.

       PARA-VALIDATE-MODCODE.
           MOVE 1 TO WS-MODVALID.
           IF WS-MODMASTER-AVAIL = 1
               END-READ
           END-IF.

       PARA-CHECK-PREREQS.
           MOVE 1 TO WS-PQ-MET.
           MOVE 0 TO WS-PQ-MISSING.
           MOVE 0 TO WS-PQ-REQ-COUNT.

           MOVE WS-PQ-MODCODE TO FD-MODCODE.
           MOVE 0 TO WS-PQ-FOUND.
           READ FD-MODMASTER KEY IS FD-MODCODE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO WS-PQ-FOUND
           END-READ.
           IF WS-PQ-FOUND = 1
               PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                       UNTIL WS-PQ-IDX > 3
                   IF FD-MODPREREQ(WS-PQ-IDX) > 0
                       ADD 1 TO WS-PQ-REQ-COUNT
                       MOVE FD-MODPREREQ(WS-PQ-IDX)
                           TO WS-PQ-REQ(WS-PQ-REQ-COUNT)
                       MOVE 0 TO WS-PQ-REQ-PASS(WS-PQ-REQ-COUNT)
                       MOVE 0 TO WS-PQ-REQ-MET(WS-PQ-REQ-COUNT)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > WS-PQ-REQ-COUNT
               MOVE WS-PQ-REQ(WS-PQ-IDX) TO FD-MODCODE
               READ FD-MODMASTER KEY IS FD-MODCODE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FD-MODPASSMARK
                           TO WS-PQ-REQ-PASS(WS-PQ-IDX)
               END-READ
           END-PERFORM.

           IF WS-PQ-REQ-COUNT = 0
               GO TO PARA-CHECK-PREREQS-EXIT
           END-IF.

           IF WS-GRADEHIST-AVAIL = 1
               MOVE WS-TR-STUDNUMBER TO FD-GH-STUDNUMBER
               MOVE 0 TO FD-GH-TERM
               START FD-GRADEHIST KEY IS NOT LESS THAN FD-GH-KEY
                   INVALID KEY MOVE 1 TO WS-PQ-GH-EOF
                   NOT INVALID KEY MOVE 0 TO WS-PQ-GH-EOF
               END-START
               PERFORM UNTIL WS-PQ-GH-EOF = 1
                   READ FD-GRADEHIST NEXT RECORD
                       AT END MOVE 1 TO WS-PQ-GH-EOF
                       NOT AT END
                           IF FD-GH-STUDNUMBER = WS-TR-STUDNUMBER
                               PERFORM PARA-PQ-HIST-TERM
                           ELSE
                               MOVE 1 TO WS-PQ-GH-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > WS-PQ-REQ-COUNT
               IF WS-PQ-REQ-MET(WS-PQ-IDX) = 0 AND WS-PQ-MET = 1
                   MOVE 0 TO WS-PQ-MET
                   MOVE WS-PQ-REQ(WS-PQ-IDX) TO WS-PQ-MISSING
               END-IF
           END-PERFORM.

           IF WS-PQ-MET = 0
               PERFORM PARA-PQ-FIND-OVERRIDE
           END-IF.

       PARA-CHECK-PREREQS-EXIT.
           EXIT.

       PARA-PQ-HIST-TERM.
           PERFORM VARYING WS-PQ-SLOT FROM 1 BY 1
                   UNTIL WS-PQ-SLOT > FD-GH-MODCOUNT
               PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                       UNTIL WS-PQ-IDX > WS-PQ-REQ-COUNT
                   IF FD-GH-MODULENUMB(WS-PQ-SLOT) =
                           WS-PQ-REQ(WS-PQ-IDX)
                       PERFORM PARA-PQ-CHECK-SLOT
                   END-IF
               END-PERFORM
           END-PERFORM.

       PARA-PQ-CHECK-SLOT.
           IF FD-GH-GRADE(WS-PQ-SLOT) < 998
                   AND FD-GH-GRADE(WS-PQ-SLOT) >=
                       WS-PQ-REQ-PASS(WS-PQ-IDX)
               MOVE 1 TO WS-PQ-REQ-MET(WS-PQ-IDX)
           ELSE IF WS-RESIT-AVAIL = 1
               MOVE FD-GH-STUDNUMBER TO FD-RS-STUDNUMBER
               MOVE FD-GH-TERM TO FD-RS-TERM
               MOVE WS-PQ-REQ(WS-PQ-IDX) TO FD-RS-MODCODE
               READ FD-RESIT KEY IS FD-RS-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FD-RS-STATUS = 'S'
                               AND FD-RS-AWARDED >=
                                   WS-PQ-REQ-PASS(WS-PQ-IDX)
                           MOVE 1 TO WS-PQ-REQ-MET(WS-PQ-IDX)
                       END-IF
               END-READ
           END-IF.

       PARA-PQ-FIND-OVERRIDE.
           OPEN INPUT FD-GRADEAUDIT.
           IF WS-FILESTATUS5 NOT = 35
               MOVE 0 TO WS-PQ-GA-EOF
               PERFORM UNTIL WS-PQ-GA-EOF = 1
                   READ FD-GRADEAUDIT
                       AT END MOVE 1 TO WS-PQ-GA-EOF
                       NOT AT END
                           IF FD-GA-FIELD = 'PREREQOV'
                               AND FD-GA-STUDNUMBER = WS-TR-STUDNUMBER
                               AND FD-GA-NEWVALUE(1:5) = WS-PQ-MODCODE
                               MOVE 1 TO WS-PQ-MET
                               MOVE 1 TO WS-PQ-GA-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-GRADEAUDIT
           END-IF.

       PARA-CHECK-RESIT-LOCK.
           MOVE 0 TO WS-RESIT-LOCKED.
           IF WS-RESIT-AVAIL = 1
               MOVE WS-TR-STUDNUMBER TO FD-RS-STUDNUMBER
               MOVE WS-CUR-TERM TO FD-RS-TERM
               MOVE WS-TR-MODCODE TO FD-RS-MODCODE
               READ FD-RESIT KEY IS FD-RS-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-RESIT-LOCKED
               END-READ
           END-IF.

       PARA-READ-CUR-TERM.
           MOVE 0 TO WS-CUR-TERM.
           OPEN INPUT FD-CURTERM.
           IF WS-FILESTATUS6 = 0
               READ FD-CURTERM
                   AT END CONTINUE
                   NOT AT END
                       IF FC-TERM IS NUMERIC
                           MOVE FC-TERM TO WS-CUR-TERM
                       END-IF
               END-READ
               CLOSE FD-CURTERM
           END-IF.

       PARA-WRITE-REJECT.
           MOVE WS-TRANSREC TO FR-DATA.
           MOVE WS-REJECT-REASON TO FR-REASON.
           IF WS-MODMASTER-AVAIL = 1
               CLOSE FD-MODMASTER
           END-IF.
           IF WS-RESIT-AVAIL = 1
               CLOSE FD-RESIT
           END-IF.
           IF WS-GRADEHIST-AVAIL = 1
               CLOSE FD-GRADEHIST
           END-IF.
           IF WS-MODERATION-ON = 1
               CLOSE FD-PENDGRADE
           END-IF.

           DISPLAY '**************************************'.
           DISPLAY "TRANSACTIONS READ:         " WS-READ-COUNT.
           DISPLAY "GRADES AMENDED:            " WS-AMEND-COUNT.
           DISPLAY "MODULES APPENDED:          " WS-APPEND-COUNT.
           DISPLAY "UNCHANGED (SAME GRADE):    " WS-UNCHANGED-COUNT.
           IF WS-MODERATION-ON = 1
               DISPLAY "HELD FOR MODERATION:       " WS-HELD-COUNT
           END-IF.
           DISPLAY "STUDENT NOT FOUND REJECTS: "
               WS-STUD-REJECT-COUNT.
           DISPLAY "UNKNOWN MODULE CODE REJECTS:  "
               WS-GRADE-REJECT-COUNT.
           DISPLAY "MODULE SLOTS FULL REJECTS:    "
               WS-FULL-REJECT-COUNT.
           DISPLAY "RESIT REGISTER REJECTS:       "
               WS-RESIT-REJECT-COUNT.
           DISPLAY "PREREQUISITE REJECTS:         "
               WS-PREREQ-REJECT-COUNT.
           DISPLAY "RECORDS ON REJECT FILE:    "
               WS-REJECT-WRITTEN-COUNT.
           DISPLAY '**************************************'.
