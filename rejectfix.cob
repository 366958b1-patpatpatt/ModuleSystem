           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS4.

           SELECT FD-GRADEHIST ASSIGN TO
               'C:\COBOL\BANK\GRADEHISTORY.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-GH-KEY
           FILE STATUS IS WS-FILESTATUS5.

           SELECT FD-RESIT ASSIGN TO
               'C:\COBOL\BANK\RESITREGISTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-RS-KEY
           FILE STATUS IS WS-FILESTATUS6.

           SELECT FD-GRADEAUDIT ASSIGN TO
               'C:\COBOL\BANK\GRADEAUDIT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS7.

           SELECT FD-SECTMAST ASSIGN TO
               'C:\COBOL\BANK\SECTIONMASTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-SM-SECTION
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
       FD  FD-REJECT.
           05 FD-MODTITLE PIC X(25).
           05 FD-MODCREDITS PIC 9(2).
           05 FD-MODPASSMARK PIC 9(3).
           05 FD-MODPREREQ OCCURS 3 TIMES PIC 9(5).

       FD  FD-REJWORK.
       01  F-REJWORKREC.
           05 FW-DATA PIC X(119).
           05 FW-REASON PIC X(2).

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
       01  WS-MENU        PIC A.
           88 A           VALUE 'A', 'a'.
       01  WS-FILESTATUS2 PIC 9(2).
       01  WS-FILESTATUS3 PIC 9(2).
       01  WS-FILESTATUS4 PIC 9(2).
       01  WS-FILESTATUS5 PIC 9(2).
       01  WS-FILESTATUS6 PIC 9(2).
       01  WS-FILESTATUS7 PIC 9(2).
       01  WS-FILESTATUS8 PIC 9(2).
       01  WS-FILESTATUS9 PIC 9(2).
       01  WS-FILESTATUS10 PIC 9(2).
       01  WS-EOF PIC 9.
       01  WS-DUP-FLAG PIC 9.
       01  WS-MODVALID PIC 9.
       01  WS-GRADEVALID PIC 9.
       01  WS-MODMASTER-AVAIL PIC 9 VALUE 0.
       01  WS-GRADEHIST-AVAIL PIC 9 VALUE 0.
       01  WS-RESIT-AVAIL PIC 9 VALUE 0.
       01  WS-MODERATION-ON PIC 9 VALUE 0.
       01  WS-HELD-COUNT PIC 9(5) VALUE 0.
       01  WS-BLANK PIC X(25) VALUE SPACES.

       01  WS-REJ-TABLE.
       01  WS-MOD-IDX PIC 9(2).
       01  WS-SLOT PIC 9(2).
       01  WS-CHK-FAIL PIC X(2).
       01  WS-SM-CAPACITY PIC 9(3).
       01  WS-SM-ENROLLED PIC 9(5).
       01  WS-SM-EOF PIC 9.

       01  WS-GRADE-TEXT PIC X(3).
       01  WS-GRADE-VAL PIC 9(3).
       01  WS-PARSE-BAD PIC 9.
       01  WS-PARSE-DIGITS PIC 9.

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
       MAIN-REWORK.
           DISPLAY '**************************************'.
               MOVE 0 TO WS-MODMASTER-AVAIL
               DISPLAY "MODULE MASTER NOT ON FILE - "
                   "MODULE CODES WILL NOT BE VALIDATED."
           ELSE IF WS-FILESTATUS3 NOT = 0
               DISPLAY "MODULE MASTER UNREADABLE - STATUS "
                   WS-FILESTATUS3 "."
               DISPLAY "CONVERT IT WITH MASTERBACKUP OPTION C. "
                   "ABORTING."
               STOP RUN
           ELSE
               MOVE 1 TO WS-MODMASTER-AVAIL
           END-IF.

           OPEN INPUT FD-GRADEHIST.
           IF WS-FILESTATUS5 = 35
               MOVE 0 TO WS-GRADEHIST-AVAIL
           ELSE
               MOVE 1 TO WS-GRADEHIST-AVAIL
           END-IF.

           OPEN INPUT FD-RESIT.
           IF WS-FILESTATUS6 = 35
               MOVE 0 TO WS-RESIT-AVAIL
           ELSE
               MOVE 1 TO WS-RESIT-AVAIL
           END-IF.

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
           END-IF.

           GO TO REWORK-MENU.

       PARA-LOAD-REJECTS.
           END-IF.

           MOVE WS-STUDINFO TO F-STUDENTINFO.
           IF WS-MODERATION-ON = 1
               MOVE 0 TO FD-MODCOUNT
               PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
                       UNTIL WS-MOD-IDX > 10
                   MOVE 0 TO FD-MODULENUMB(WS-MOD-IDX)
                   MOVE 0 TO FD-GRADE(WS-MOD-IDX)
               END-PERFORM
           END-IF.
           WRITE F-STUDENTINFO
               INVALID KEY
                   MOVE 'WR' TO WS-RJ-REASON(WS-REJ-PICK)
                   DISPLAY "RECORD POSTED TO STUDENT MASTER."
           END-WRITE.
           CLOSE FD-STUDENT.
           IF WS-MODERATION-ON = 1
               PERFORM PARA-HOLD-GRADES
               DISPLAY WS-MODCOUNT " MODULE GRADE(S) HELD FOR "
                   "MODERATION - THEY AWAIT APPROVAL."
           END-IF.
           GO TO REWORK-MENU.

       PARA-HOLD-GRADES.
           OPEN I-O FD-PENDGRADE.
           IF WS-FILESTATUS10 = 35
               OPEN OUTPUT FD-PENDGRADE
               CLOSE FD-PENDGRADE
               OPEN I-O FD-PENDGRADE
           END-IF.
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
                   UNTIL WS-MOD-IDX > WS-MODCOUNT
               MOVE WS-STUDNUMBER TO FD-PG-STUDNUMBER
               MOVE WS-MODULENUMB(WS-MOD-IDX) TO FD-PG-MODCODE
               MOVE WS-STUDSECT TO FD-PG-STUDSECT
               MOVE 0 TO FD-PG-OLDMOD
               MOVE 0 TO FD-PG-OLDGRADE
               MOVE WS-GRADE(WS-MOD-IDX) TO FD-PG-GRADE
               MOVE 'REWORK' TO FD-PG-USER
               MOVE FUNCTION CURRENT-DATE(1:14) TO FD-PG-DATETIME
               WRITE F-PENDGRADEREC
                   INVALID KEY REWRITE F-PENDGRADEREC
               END-WRITE
               ADD 1 TO WS-HELD-COUNT
           END-PERFORM.
           CLOSE FD-PENDGRADE.

       PARA-VALIDATE-RECORD.
           MOVE SPACES TO WS-CHK-FAIL.

               MOVE 'SC' TO WS-CHK-FAIL
           END-IF.

           IF WS-CHK-FAIL = SPACES
               PERFORM PARA-VALIDATE-SECTION
           END-IF.

           IF WS-CHK-FAIL = SPACES
               IF WS-MODCOUNT < 1 OR WS-MODCOUNT > 10
                   MOVE 'MC' TO WS-CHK-FAIL
               END-IF
           END-IF.

           IF WS-CHK-FAIL = SPACES
               PERFORM PARA-VALIDATE-PREREQS
               IF WS-PQ-VALID = 0
                   MOVE 'PQ' TO WS-CHK-FAIL
               END-IF
           END-IF.

       PARA-VALIDATE-SECTION.
           MOVE 0 TO WS-SM-CAPACITY.
           OPEN INPUT FD-SECTMAST.
           IF WS-FILESTATUS8 = 0
               MOVE WS-STUDSECT TO FD-SM-SECTION
               READ FD-SECTMAST KEY IS FD-SM-SECTION
                   INVALID KEY MOVE 'SC' TO WS-CHK-FAIL
                   NOT INVALID KEY
                       MOVE FD-SM-CAPACITY TO WS-SM-CAPACITY
               END-READ
               CLOSE FD-SECTMAST
           END-IF.

           IF WS-CHK-FAIL = SPACES AND WS-SM-CAPACITY > 0
               MOVE 0 TO WS-SM-ENROLLED
               OPEN INPUT FD-STUDENT
               IF WS-FILESTATUS2 = 0
                   MOVE 0 TO FD-STUDNUMBER
                   START FD-STUDENT KEY IS NOT LESS THAN FD-STUDNUMBER
                       INVALID KEY MOVE 1 TO WS-SM-EOF
                       NOT INVALID KEY MOVE 0 TO WS-SM-EOF
                   END-START
                   PERFORM UNTIL WS-SM-EOF = 1
                       READ FD-STUDENT NEXT RECORD
                           AT END MOVE 1 TO WS-SM-EOF
                           NOT AT END
                               IF FD-STUDSECT = WS-STUDSECT
                                   ADD 1 TO WS-SM-ENROLLED
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FD-STUDENT
               END-IF
               IF WS-SM-ENROLLED >= WS-SM-CAPACITY
                   MOVE 'SF' TO WS-CHK-FAIL
               END-IF
           END-IF.

       PARA-VALIDATE-MODCODES.
           MOVE 1 TO WS-MODVALID.
           IF WS-MODMASTER-AVAIL = 1
               END-IF
           END-PERFORM.

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
           IF WS-FILESTATUS7 NOT = 35
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

       PARA-DECODE-REASON.
           IF WS-CHK-FAIL = 'DK'
               MOVE 'DUPLICATE STUDENT NUMBER' TO WS-REASON-TEXT
           ELSE IF WS-CHK-FAIL = 'SC'
               MOVE 'INVALID SECTION' TO WS-REASON-TEXT
           ELSE IF WS-CHK-FAIL = 'SF'
               MOVE 'SECTION AT CAPACITY' TO WS-REASON-TEXT
           ELSE IF WS-CHK-FAIL = 'MC'
               MOVE 'INVALID MODULE COUNT' TO WS-REASON-TEXT
           ELSE IF WS-CHK-FAIL = 'MU'
               MOVE 'UNKNOWN MODULE CODE' TO WS-REASON-TEXT
           ELSE IF WS-CHK-FAIL = 'GR'
               MOVE 'INVALID GRADE' TO WS-REASON-TEXT
           ELSE IF WS-CHK-FAIL = 'PQ'
               MOVE 'PREREQUISITE NOT MET' TO WS-REASON-TEXT
           ELSE IF WS-CHK-FAIL = 'WR'
               MOVE 'WRITE ERROR' TO WS-REASON-TEXT
           ELSE
           IF WS-MODMASTER-AVAIL = 1
               CLOSE FD-MODMASTER
           END-IF.
           IF WS-GRADEHIST-AVAIL = 1
               CLOSE FD-GRADEHIST
           END-IF.
           IF WS-RESIT-AVAIL = 1
               CLOSE FD-RESIT
           END-IF.

           DISPLAY '**************************************'.
           DISPLAY "REJECTS ON FILE AT START:  " WS-REJ-COUNT.
           DISPLAY "RECORDS POSTED:            " WS-POSTED-COUNT.
           IF WS-MODERATION-ON = 1
               DISPLAY "GRADES HELD FOR MODERATION: " WS-HELD-COUNT
           END-IF.
           MOVE 0 TO WS-OPEN-COUNT.
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-COUNT
