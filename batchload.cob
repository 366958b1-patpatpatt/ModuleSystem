           RECORD KEY IS FD-CT-STUDNUMBER
           FILE STATUS IS WS-FILESTATUS7.

           SELECT FD-GRADEHIST ASSIGN TO
               'C:\COBOL\BANK\GRADEHISTORY.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-GH-KEY
           FILE STATUS IS WS-FILESTATUS8.

           SELECT FD-RESIT ASSIGN TO
               'C:\COBOL\BANK\RESITREGISTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-RS-KEY
           FILE STATUS IS WS-FILESTATUS9.

           SELECT FD-GRADEAUDIT ASSIGN TO
               'C:\COBOL\BANK\GRADEAUDIT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS10.

           SELECT FD-SECTMAST ASSIGN TO
               'C:\COBOL\BANK\SECTIONMASTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-SM-SECTION
           FILE STATUS IS WS-FILESTATUS11.

           SELECT FD-MODERCFG ASSIGN TO
               'C:\COBOL\BANK\MODERATION.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS12.

           SELECT FD-PENDGRADE ASSIGN TO
               'C:\COBOL\BANK\PENDGRADE.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-PG-KEY
           FILE STATUS IS WS-FILESTATUS13.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-EXTRACT.
           05 FD-MODTITLE PIC X(25).
           05 FD-MODCREDITS PIC 9(2).
           05 FD-MODPASSMARK PIC 9(3).
           05 FD-MODPREREQ OCCURS 3 TIMES PIC 9(5).

       FD  FD-REJECT.
       01  F-REJECTREC.
           05 FD-CT-PHONE PIC X(15).
           05 FD-CT-ADDRESS PIC X(50).

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

       FD  FD-GRADEAUDIT.
       01  FD-GRADEAUDITREC.
           05 FD-GA-DATETIME PIC X(14).
           05 FD-GA-USER PIC X(10).
           05 FD-GA-STUDNUMBER PIC 9(10).
           05 FD-GA-FIELD PIC X(8).
           05 FD-GA-OLDVALUE PIC X(25).
           05 FD-GA-NEWVALUE PIC X(25).

       FD  FD-SECTMAST.
       01  F-SECTMASTREC.
           05 FD-SM-SECTION PIC 9(2).
           05 FD-SM-DESC PIC X(25).
           05 FD-SM-ROOM PIC X(6).
           05 FD-SM-CAPACITY PIC 9(3).
           05 FD-SM-YEAR PIC 9(2).
           05 FD-SM-HOMEROOM PIC X(10).

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
       01  WS-FILESTATUS5 PIC 9(2).
       01  WS-FILESTATUS6 PIC 9(2).
       01  WS-FILESTATUS7 PIC 9(2).
       01  WS-FILESTATUS8 PIC 9(2).
       01  WS-FILESTATUS9 PIC 9(2).
       01  WS-FILESTATUS10 PIC 9(2).
       01  WS-FILESTATUS11 PIC 9(2).
       01  WS-FILESTATUS12 PIC 9(2).
       01  WS-FILESTATUS13 PIC 9(2).
       01  WS-EOF PIC 9 VALUE 0.
       01  WS-CON-EOF PIC 9 VALUE 0.
       01  WS-CON-FLAG PIC 9.
       01  WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01  WS-SKIP-COUNT PIC 9(7) VALUE 0.
       01  WS-REJECT-REASON PIC X(2).
       01  WS-PREREQ-REJECT-COUNT PIC 9(5) VALUE 0.
       01  WS-FULL-REJECT-COUNT PIC 9(5) VALUE 0.
       01  WS-MODERATION-ON PIC 9 VALUE 0.
       01  WS-HELD-COUNT PIC 9(5) VALUE 0.

       01  WS-SECTMAST-AVAIL PIC 9 VALUE 0.
       01  WS-SM-EOF PIC 9.
       01  WS-SM-TABLE.
           05 WS-SM-ENTRY OCCURS 99 TIMES.
              10 WS-SM-KNOWN PIC 9.
              10 WS-SM-CAPACITY PIC 9(3).
              10 WS-SM-ENROL PIC 9(5).

       01  WS-GRADEHIST-AVAIL PIC 9 VALUE 0.
       01  WS-RESIT-AVAIL PIC 9 VALUE 0.
       01  WS-PQ-VALID PIC 9.
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
       MAIN-BATCH.
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

           OPEN INPUT FD-GRADEHIST.
           IF WS-FILESTATUS8 = 35
               MOVE 0 TO WS-GRADEHIST-AVAIL
           ELSE
               MOVE 1 TO WS-GRADEHIST-AVAIL
           END-IF.

           OPEN INPUT FD-RESIT.
           IF WS-FILESTATUS9 = 35
               MOVE 0 TO WS-RESIT-AVAIL
           ELSE
               MOVE 1 TO WS-RESIT-AVAIL
           END-IF.

           OPEN INPUT FD-MODERCFG.
           IF WS-FILESTATUS12 = 0
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
               IF WS-FILESTATUS13 = 35
                   OPEN OUTPUT FD-PENDGRADE
                   CLOSE FD-PENDGRADE
                   OPEN I-O FD-PENDGRADE
               END-IF
           END-IF.

           IF WS-EOF = 1
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           PERFORM PARA-LOAD-SECTIONS.

           PERFORM PARA-READ-CHECKPOINT.

           IF WS-SKIP-COUNT > 0
       PARA-OPEN-FILES-EXIT.
           EXIT.

       PARA-LOAD-SECTIONS.
           INITIALIZE WS-SM-TABLE.
           OPEN INPUT FD-SECTMAST.
           IF WS-FILESTATUS11 = 35
               MOVE 0 TO WS-SECTMAST-AVAIL
               DISPLAY "SECTION MASTER NOT ON FILE - "
                   "SECTIONS WILL NOT BE VALIDATED."
           ELSE
               MOVE 1 TO WS-SECTMAST-AVAIL
               MOVE 0 TO FD-SM-SECTION
               START FD-SECTMAST KEY IS NOT LESS THAN FD-SM-SECTION
                   INVALID KEY MOVE 1 TO WS-SM-EOF
                   NOT INVALID KEY MOVE 0 TO WS-SM-EOF
               END-START
               PERFORM UNTIL WS-SM-EOF = 1
                   READ FD-SECTMAST NEXT RECORD
                       AT END MOVE 1 TO WS-SM-EOF
                       NOT AT END
                           IF FD-SM-SECTION >= 1
                               MOVE 1 TO WS-SM-KNOWN(FD-SM-SECTION)
                               MOVE FD-SM-CAPACITY
                                   TO WS-SM-CAPACITY(FD-SM-SECTION)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-SECTMAST

               MOVE 0 TO FD-STUDNUMBER
               START FD-STUDENT KEY IS NOT LESS THAN FD-STUDNUMBER
                   INVALID KEY MOVE 1 TO WS-SM-EOF
                   NOT INVALID KEY MOVE 0 TO WS-SM-EOF
               END-START
               PERFORM UNTIL WS-SM-EOF = 1
                   READ FD-STUDENT NEXT RECORD
                       AT END MOVE 1 TO WS-SM-EOF
                       NOT AT END
                           IF FD-STUDSECT >= 1
                               ADD 1 TO WS-SM-ENROL(FD-STUDSECT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       PARA-READ-CHECKPOINT.
           MOVE 0 TO WS-SKIP-COUNT.
           OPEN INPUT FD-CHECKPOINT.
                       "STUDENT NUMBER: " WS-STUDNUMBER
                   MOVE 'SC' TO WS-REJECT-REASON
                   PERFORM PARA-WRITE-REJECT
               ELSE IF WS-SECTMAST-AVAIL = 1
                       AND WS-SM-KNOWN(WS-STUDSECT) = 0
                   ADD 1 TO WS-SECT-REJECT-COUNT
                   DISPLAY "UNKNOWN SECTION REJECTED - "
                       "STUDENT NUMBER: " WS-STUDNUMBER
                   MOVE 'SC' TO WS-REJECT-REASON
                   PERFORM PARA-WRITE-REJECT
               ELSE IF WS-SECTMAST-AVAIL = 1
                       AND WS-SM-CAPACITY(WS-STUDSECT) > 0
                       AND WS-SM-ENROL(WS-STUDSECT) >=
                           WS-SM-CAPACITY(WS-STUDSECT)
                   ADD 1 TO WS-FULL-REJECT-COUNT
                   DISPLAY "SECTION FULL REJECTED - "
                       "STUDENT NUMBER: " WS-STUDNUMBER
                   MOVE 'SF' TO WS-REJECT-REASON
                   PERFORM PARA-WRITE-REJECT
               ELSE IF WS-MODCOUNT < 1 OR WS-MODCOUNT > 10
                   ADD 1 TO WS-RANGE-REJECT-COUNT
                   DISPLAY "INVALID MODULE COUNT REJECTED - "
               ELSE
                   PERFORM PARA-VALIDATE-MODCODES
                   PERFORM PARA-VALIDATE-GRADES
                   PERFORM PARA-VALIDATE-PREREQS
                   IF WS-MODVALID = 0
                       ADD 1 TO WS-MODCODE-REJECT-COUNT
                       DISPLAY "UNKNOWN MODULE CODE REJECTED - "
                           "STUDENT NUMBER: " WS-STUDNUMBER
                       MOVE 'GR' TO WS-REJECT-REASON
                       PERFORM PARA-WRITE-REJECT
                   ELSE IF WS-PQ-VALID = 0
                       ADD 1 TO WS-PREREQ-REJECT-COUNT
                       DISPLAY "PREREQUISITE NOT MET REJECTED - "
                           "STUDENT NUMBER: " WS-STUDNUMBER
                       MOVE 'PQ' TO WS-REJECT-REASON
                       PERFORM PARA-WRITE-REJECT
                   ELSE
                       MOVE WS-STUDINFO TO F-STUDENTINFO
                       IF WS-MODERATION-ON = 1
                           PERFORM PARA-CLEAR-SLOTS
                       END-IF
                       WRITE F-STUDENTINFO
                           INVALID KEY
                               ADD 1 TO WS-REJECT-COUNT
                               PERFORM PARA-WRITE-REJECT
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                               ADD 1 TO WS-SM-ENROL(WS-STUDSECT)
                               IF WS-MODERATION-ON = 1
                                   PERFORM PARA-HOLD-GRADES
                               END-IF
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       PARA-CLEAR-SLOTS.
           MOVE 0 TO FD-MODCOUNT.
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
                   UNTIL WS-MOD-IDX > 10
               MOVE 0 TO FD-MODULENUMB(WS-MOD-IDX)
               MOVE 0 TO FD-GRADE(WS-MOD-IDX)
           END-PERFORM.

       PARA-HOLD-GRADES.
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
                   UNTIL WS-MOD-IDX > WS-MODCOUNT
               MOVE WS-STUDNUMBER TO FD-PG-STUDNUMBER
               MOVE WS-MODULENUMB(WS-MOD-IDX) TO FD-PG-MODCODE
               MOVE WS-STUDSECT TO FD-PG-STUDSECT
               MOVE 0 TO FD-PG-OLDMOD
               MOVE 0 TO FD-PG-OLDGRADE
               MOVE WS-GRADE(WS-MOD-IDX) TO FD-PG-GRADE
               MOVE 'BATCH' TO FD-PG-USER
               MOVE FUNCTION CURRENT-DATE(1:14) TO FD-PG-DATETIME
               WRITE F-PENDGRADEREC
                   INVALID KEY REWRITE F-PENDGRADEREC
               END-WRITE
               ADD 1 TO WS-HELD-COUNT
           END-PERFORM.

       PARA-VALIDATE-GRADES.
           MOVE 1 TO WS-GRADEVALID.
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
               END-PERFORM
           END-IF.

       PARA-VALIDATE-PREREQS.
           MOVE 1 TO WS-PQ-VALID.
           IF WS-MODMASTER-AVAIL = 1 AND WS-MODVALID = 1
               PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
                       UNTIL WS-MOD-IDX > WS-MODCOUNT
                       OR WS-PQ-VALID = 0
                   MOVE WS-MODULENUMB(WS-MOD-IDX) TO WS-PQ-MODCODE
                   PERFORM PARA-CHECK-PREREQS
                       THRU PARA-CHECK-PREREQS-EXIT
                   IF WS-PQ-MET = 0
                       MOVE 0 TO WS-PQ-VALID
                   END-IF
               END-PERFORM
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
               MOVE WS-STUDNUMBER TO FD-GH-STUDNUMBER
               MOVE 0 TO FD-GH-TERM
               START FD-GRADEHIST KEY IS NOT LESS THAN FD-GH-KEY
                   INVALID KEY MOVE 1 TO WS-PQ-GH-EOF
                   NOT INVALID KEY MOVE 0 TO WS-PQ-GH-EOF
               END-START
               PERFORM UNTIL WS-PQ-GH-EOF = 1
                   READ FD-GRADEHIST NEXT RECORD
                       AT END MOVE 1 TO WS-PQ-GH-EOF
                       NOT AT END
                           IF FD-GH-STUDNUMBER = WS-STUDNUMBER
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
           IF WS-FILESTATUS10 NOT = 35
               MOVE 0 TO WS-PQ-GA-EOF
               PERFORM UNTIL WS-PQ-GA-EOF = 1
                   READ FD-GRADEAUDIT
                       AT END MOVE 1 TO WS-PQ-GA-EOF
                       NOT AT END
                           IF FD-GA-FIELD = 'PREREQOV'
                               AND FD-GA-STUDNUMBER = WS-STUDNUMBER
                               AND FD-GA-NEWVALUE(1:5) = WS-PQ-MODCODE
                               MOVE 1 TO WS-PQ-MET
                               MOVE 1 TO WS-PQ-GA-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-GRADEAUDIT
           END-IF.

       PARA-LOAD-CONTACTS.
           MOVE 0 TO WS-CON-FLAG.
           OPEN INPUT FD-CONTEXTRACT.
           IF WS-MODMASTER-AVAIL = 1
               CLOSE FD-MODMASTER
           END-IF.
           IF WS-GRADEHIST-AVAIL = 1
               CLOSE FD-GRADEHIST
           END-IF.
           IF WS-RESIT-AVAIL = 1
               CLOSE FD-RESIT
           END-IF.
           IF WS-MODERATION-ON = 1
               CLOSE FD-PENDGRADE
           END-IF.

           IF WS-EXTRACT-EOF = 1
               OPEN OUTPUT FD-CHECKPOINT
               WS-GRADE-REJECT-COUNT.
           DISPLAY "INVALID SECTION REJECTS:      "
               WS-SECT-REJECT-COUNT.
           DISPLAY "PREREQUISITE REJECTS:         "
               WS-PREREQ-REJECT-COUNT.
           DISPLAY "SECTION FULL REJECTS:         "
               WS-FULL-REJECT-COUNT.
           IF WS-MODERATION-ON = 1
               DISPLAY "GRADES HELD FOR MODERATION:   " WS-HELD-COUNT
           END-IF.
           DISPLAY "RECORDS ON REJECT FILE:    "
               WS-REJECT-WRITTEN-COUNT.
           IF WS-CON-FLAG = 1
