       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESITPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RESITTRANS ASSIGN TO
               'C:\COBOL\BANK\RESITTRANS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-RESIT ASSIGN TO
               'C:\COBOL\BANK\RESITREGISTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-RS-KEY
           FILE STATUS IS WS-FILESTATUS2.

           SELECT FD-CURTERM ASSIGN TO
               'C:\COBOL\BANK\CURRENTTERM.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS3.

           SELECT FD-REJECT ASSIGN TO
               'C:\COBOL\BANK\RESITREJECT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS4.

           SELECT FD-GRADEAUDIT ASSIGN TO
               'C:\COBOL\BANK\GRADEAUDIT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS5.

           SELECT FD-DECISION ASSIGN TO
               'C:\COBOL\BANK\PROMOTION.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS6.

           SELECT FD-DECWORK ASSIGN TO
               'C:\COBOL\BANK\PROMOTIONWORK.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS7.

           SELECT FD-STUDENT ASSIGN TO 'C:\COBOL\BANK\STUDENT.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-STUDNUMBER
           FILE STATUS IS WS-FILESTATUS8.

           SELECT FD-GRADEHIST ASSIGN TO
               'C:\COBOL\BANK\GRADEHISTORY.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-GH-KEY
           FILE STATUS IS WS-FILESTATUS9.

           SELECT FD-MODMASTER ASSIGN TO
               'C:\COBOL\BANK\MODULEMASTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-MODCODE
           FILE STATUS IS WS-FILESTATUS10.

           SELECT FD-TERMCLOSE ASSIGN TO
               'C:\COBOL\BANK\TERMCLOSE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS11.

           SELECT FD-RUNCTL ASSIGN TO
               'C:\COBOL\BANK\TERMRUNCTL.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-JC-KEY
           FILE STATUS IS WS-FILESTATUS12.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-RESITTRANS.
       01  F-RESITTRANSREC.
           05 FX-STUDNUMBER PIC 9(10).
           05 FX-TERM PIC 9(5).
           05 FX-MODCODE PIC 9(5).
           05 FX-MARK PIC X(3).

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

       FD  FD-CURTERM.
       01  F-CURTERMREC.
           05 FC-TERM PIC 9(5).

       FD  FD-REJECT.
       01  F-REJECTREC.
           05 FR-DATA PIC X(23).
           05 FR-REASON PIC X(2).

       FD  FD-GRADEAUDIT.
       01  FD-GRADEAUDITREC.
           05 FD-GA-DATETIME PIC X(14).
           05 FD-GA-USER PIC X(10).
           05 FD-GA-STUDNUMBER PIC 9(10).
           05 FD-GA-FIELD PIC X(8).
           05 FD-GA-OLDVALUE PIC X(25).
           05 FD-GA-NEWVALUE PIC X(25).

       FD  FD-DECISION.
       01  F-DECISIONREC.
           05 FP-STUDNUMBER PIC 9(10).
           05 FP-STUDNAME PIC X(25).
           05 FP-STUDSECT PIC 9(2).
           05 FP-AVG PIC 9(3)V99.
           05 FP-PASS-CREDITS PIC 9(3).
           05 FP-FAIL-CREDITS PIC 9(3).
           05 FP-INC-COUNT PIC 9(2).
           05 FP-DECISION PIC X(8).

       FD  FD-DECWORK.
       01  F-DECWORKREC PIC X(58).

       FD  FD-STUDENT.
       01  F-STUDENTINFO.
           05 FD-STUDNUMBER PIC 9(10).
           05 FD-STUDNAME PIC X(25).
           05 FD-STUDSECT PIC 9(2).
           05 FD-MODCOUNT PIC 9(2).
           05 FD-MODULES OCCURS 10 TIMES.
              10 FD-MODULENUMB PIC 9(5).
              10 FD-GRADE PIC 9(3).

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

       FD  FD-MODMASTER.
       01  F-MODULEINFO.
           05 FD-MODCODE PIC 9(5).
           05 FD-MODTITLE PIC X(25).
           05 FD-MODCREDITS PIC 9(2).
           05 FD-MODPASSMARK PIC 9(3).
           05 FD-MODPREREQ OCCURS 3 TIMES PIC 9(5).

       FD  FD-TERMCLOSE.
       01  F-TERMCLOSEREC.
           05 FT-CLOSE-DATETIME PIC X(14).
           05 FT-CLOSE-TERM PIC 9(5).

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
       01  WS-FILESTATUS7 PIC 9(2).
       01  WS-FILESTATUS8 PIC 9(2).
       01  WS-FILESTATUS9 PIC 9(2).
       01  WS-FILESTATUS10 PIC 9(2).
       01  WS-FILESTATUS11 PIC 9(2).
       01  WS-FILESTATUS12 PIC 9(2).
       01  WS-EOF PIC 9 VALUE 0.
       01  WS-RESIT-FLAG PIC 9.
       01  WS-CUR-TERM PIC 9(5) VALUE 0.
       01  WS-AWARDED PIC 9(3).

       01  WS-TRANSREC.
           05 WS-TR-STUDNUMBER PIC 9(10).
           05 WS-TR-TERM PIC 9(5).
           05 WS-TR-MODCODE PIC 9(5).
           05 WS-TR-MARK PIC X(3).

       01  WS-READ-COUNT PIC 9(7) VALUE 0.
       01  WS-POSTED-COUNT PIC 9(5) VALUE 0.
       01  WS-AMEND-COUNT PIC 9(5) VALUE 0.
       01  WS-CAPPED-COUNT PIC 9(5) VALUE 0.
       01  WS-UNCHANGED-COUNT PIC 9(5) VALUE 0.
       01  WS-MARK-REJECT-COUNT PIC 9(5) VALUE 0.
       01  WS-REG-REJECT-COUNT PIC 9(5) VALUE 0.
       01  WS-REJECT-WRITTEN-COUNT PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON PIC X(2).

       01  WS-GRADE-TEXT PIC X(3).
       01  WS-GRADE-VAL PIC 9(3).
       01  WS-GRADE-OK PIC 9.
       01  WS-PARSE-IDX PIC 9.
       01  WS-PARSE-BAD PIC 9.
       01  WS-PARSE-DIGITS PIC 9.

       01  WS-GA-FIELD PIC X(8).
       01  WS-GA-OLDVALUE PIC X(25).
       01  WS-GA-NEWVALUE PIC X(25).

       01  WS-RV-TABLE.
           05 WS-RV-ENTRY OCCURS 2000 TIMES.
              10 WS-RV-STUDNUMBER PIC 9(10).
              10 WS-RV-TERM PIC 9(5).
       01  WS-RV-COUNT PIC 9(4) VALUE 0.
       01  WS-RV-IDX PIC 9(4).
       01  WS-RV-HIT PIC 9(4).
       01  WS-RV-OVERFLOW PIC 9 VALUE 0.
       01  WS-RECALC-COUNT PIC 9(5) VALUE 0.
       01  WS-REVISED-COUNT PIC 9(5) VALUE 0.
       01  WS-OTHER-TERM-COUNT PIC 9(5) VALUE 0.

       01  WS-DEC-TERM PIC 9(5).
       01  WS-LAST-CLOSE-DATETIME PIC X(14).
       01  WS-DEC-EOF PIC 9.
       01  WS-STUDENT-AVAIL PIC 9 VALUE 0.
       01  WS-GRADEHIST-AVAIL PIC 9 VALUE 0.
       01  WS-MODMASTER-AVAIL PIC 9 VALUE 0.

       01  WS-RD-FOUND PIC 9.
       01  WS-RD-MODCOUNT PIC 9(2).
       01  WS-RD-SLOTS.
           05 WS-RD-SLOT OCCURS 10 TIMES.
              10 WS-RD-MODULENUMB PIC 9(5).
              10 WS-RD-GRADE PIC 9(3).
       01  WS-LOOP-IDX PIC 9(2).
       01  WS-EFF-GRADE PIC 9(3).
       01  WS-MOD-CREDITS PIC 9(2).
       01  WS-MOD-PASSMARK PIC 9(3).
       01  WS-GRADE-TOTAL PIC 9(7).
       01  WS-GRADE-COUNT PIC 9(4).
       01  WS-AVG-GRADE PIC 9(3)V99.
       01  WS-PASS-CREDITS PIC 9(3).
       01  WS-FAIL-CREDITS PIC 9(3).
       01  WS-INC-COUNT PIC 9(2).
       01  WS-DECISION PIC X(8).

       PROCEDURE DIVISION.
       MAIN-POST.
           PERFORM PARA-OPEN-FILES THRU PARA-OPEN-FILES-EXIT.
           PERFORM PARA-POST-LOOP UNTIL WS-EOF = 1.
           IF WS-RV-COUNT > 0
               PERFORM PARA-REVISE-DECISIONS
                   THRU PARA-REVISE-DECISIONS-EXIT
           END-IF.
           PERFORM PARA-CLOSE-AND-REPORT.
           STOP RUN.

       PARA-OPEN-FILES.
           DISPLAY '**************************************'.
           DISPLAY '*     RESIT RESULT POSTING RUN       *'.
           DISPLAY '**************************************'.

           PERFORM PARA-READ-CUR-TERM.
           PERFORM PARA-READ-TERM-CLOSE.
           DISPLAY "PROMOTION DECISION TERM: " WS-DEC-TERM.

           OPEN INPUT FD-RESITTRANS.
           IF WS-FILESTATUS NOT = 0
               DISPLAY "UNABLE TO OPEN RESIT TRANSACTION FILE. "
                   "ABORTING."
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           OPEN I-O FD-RESIT.
           IF WS-FILESTATUS2 = 35
               DISPLAY "NO RESIT REGISTER ON FILE. ABORTING."
               CLOSE FD-RESITTRANS
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           OPEN OUTPUT FD-REJECT.
           IF WS-FILESTATUS4 NOT = 0
               DISPLAY "UNABLE TO OPEN REJECT FILE. ABORTING."
               MOVE 1 TO WS-EOF
           END-IF.

       PARA-OPEN-FILES-EXIT.
           EXIT.

       PARA-READ-CUR-TERM.
           MOVE 0 TO WS-CUR-TERM.
           OPEN INPUT FD-CURTERM.
           IF WS-FILESTATUS3 = 0
               READ FD-CURTERM
                   AT END CONTINUE
                   NOT AT END
                       IF FC-TERM IS NUMERIC
                           MOVE FC-TERM TO WS-CUR-TERM
                       END-IF
               END-READ
               CLOSE FD-CURTERM
           END-IF.

       PARA-POST-LOOP.
           READ FD-RESITTRANS INTO WS-TRANSREC
               AT END MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM PARA-POST-TRANS
                       THRU PARA-POST-TRANS-EXIT
           END-READ.

       PARA-POST-TRANS.
           IF WS-TR-TERM = 0
               MOVE WS-DEC-TERM TO WS-TR-TERM
           END-IF.

           MOVE WS-TR-MARK TO WS-GRADE-TEXT.
           PERFORM PARA-PARSE-GRADE.
           IF WS-GRADE-OK NOT = 1 OR WS-GRADE-VAL > 100
               ADD 1 TO WS-MARK-REJECT-COUNT
               DISPLAY "INVALID RESIT MARK REJECTED - "
                   "STUDENT NUMBER: " WS-TR-STUDNUMBER
               MOVE 'GR' TO WS-REJECT-REASON
               PERFORM PARA-WRITE-REJECT
               GO TO PARA-POST-TRANS-EXIT
           END-IF.

           MOVE WS-TR-STUDNUMBER TO FD-RS-STUDNUMBER.
           MOVE WS-TR-TERM TO FD-RS-TERM.
           MOVE WS-TR-MODCODE TO FD-RS-MODCODE.
           READ FD-RESIT KEY IS FD-RS-KEY
               INVALID KEY MOVE 0 TO WS-RESIT-FLAG
               NOT INVALID KEY MOVE 1 TO WS-RESIT-FLAG
           END-READ.
           IF WS-RESIT-FLAG NOT = 1
               ADD 1 TO WS-REG-REJECT-COUNT
               DISPLAY "NOT ON RESIT REGISTER REJECTED - "
                   "STUDENT NUMBER: " WS-TR-STUDNUMBER
               MOVE 'NR' TO WS-REJECT-REASON
               PERFORM PARA-WRITE-REJECT
               GO TO PARA-POST-TRANS-EXIT
           END-IF.

           IF FD-RS-STATUS = 'S' AND FD-RS-RESITMARK = WS-GRADE-VAL
               ADD 1 TO WS-UNCHANGED-COUNT
               PERFORM PARA-NOTE-REVISION
               GO TO PARA-POST-TRANS-EXIT
           END-IF.

           MOVE WS-GRADE-VAL TO WS-AWARDED.
           IF FD-RS-PASSMARK > 0 AND WS-GRADE-VAL > FD-RS-PASSMARK
               MOVE FD-RS-PASSMARK TO WS-AWARDED
               ADD 1 TO WS-CAPPED-COUNT
           END-IF.

           MOVE 'RESIT   ' TO WS-GA-FIELD.
           MOVE SPACES TO WS-GA-OLDVALUE.
           MOVE WS-TR-MODCODE TO WS-GA-OLDVALUE(1:5).
           IF FD-RS-STATUS = 'S'
               MOVE FD-RS-AWARDED TO WS-GA-OLDVALUE(7:3)
               ADD 1 TO WS-AMEND-COUNT
           ELSE
               MOVE FD-RS-ORIGGRADE TO WS-GA-OLDVALUE(7:3)
               ADD 1 TO WS-POSTED-COUNT
           END-IF.
           MOVE WS-TR-TERM TO WS-GA-OLDVALUE(11:5).
           MOVE SPACES TO WS-GA-NEWVALUE.
           MOVE WS-TR-MODCODE TO WS-GA-NEWVALUE(1:5).
           MOVE WS-AWARDED TO WS-GA-NEWVALUE(7:3).
           MOVE WS-TR-TERM TO WS-GA-NEWVALUE(11:5).
           PERFORM PARA-LOG-GRADE-CHANGE.

           MOVE 'S' TO FD-RS-STATUS.
           MOVE WS-GRADE-VAL TO FD-RS-RESITMARK.
           MOVE WS-AWARDED TO FD-RS-AWARDED.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FD-RS-DATETIME.
           REWRITE F-RESITREC.
           PERFORM PARA-NOTE-REVISION.

       PARA-POST-TRANS-EXIT.
           EXIT.

       PARA-WRITE-REJECT.
           MOVE WS-TRANSREC TO FR-DATA.
           MOVE WS-REJECT-REASON TO FR-REASON.
           WRITE F-REJECTREC.
           ADD 1 TO WS-REJECT-WRITTEN-COUNT.

       PARA-NOTE-REVISION.
           MOVE 0 TO WS-RV-HIT.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT OR WS-RV-HIT > 0
               IF WS-RV-STUDNUMBER(WS-RV-IDX) = WS-TR-STUDNUMBER
                       AND WS-RV-TERM(WS-RV-IDX) = WS-TR-TERM
                   MOVE WS-RV-IDX TO WS-RV-HIT
               END-IF
           END-PERFORM.
           IF WS-RV-HIT = 0
               IF WS-RV-COUNT < 2000
                   ADD 1 TO WS-RV-COUNT
                   MOVE WS-TR-STUDNUMBER
                       TO WS-RV-STUDNUMBER(WS-RV-COUNT)
                   MOVE WS-TR-TERM TO WS-RV-TERM(WS-RV-COUNT)
               ELSE
                   MOVE 1 TO WS-RV-OVERFLOW
               END-IF
           END-IF.

       PARA-LOG-GRADE-CHANGE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FD-GA-DATETIME.
           MOVE 'BATCH' TO FD-GA-USER.
           MOVE WS-TR-STUDNUMBER TO FD-GA-STUDNUMBER.
           MOVE WS-GA-FIELD TO FD-GA-FIELD.
           MOVE WS-GA-OLDVALUE TO FD-GA-OLDVALUE.
           MOVE WS-GA-NEWVALUE TO FD-GA-NEWVALUE.

           OPEN EXTEND FD-GRADEAUDIT.
           IF WS-FILESTATUS5 = 35
               OPEN OUTPUT FD-GRADEAUDIT
               CLOSE FD-GRADEAUDIT
               OPEN EXTEND FD-GRADEAUDIT
           END-IF.

           WRITE FD-GRADEAUDITREC.
           CLOSE FD-GRADEAUDIT.

       PARA-PARSE-GRADE.
           MOVE 0 TO WS-GRADE-OK.
           MOVE FUNCTION UPPER-CASE(WS-GRADE-TEXT) TO WS-GRADE-TEXT.
           IF WS-GRADE-TEXT = 'INC'
               MOVE 998 TO WS-GRADE-VAL
               MOVE 1 TO WS-GRADE-OK
           ELSE IF WS-GRADE-TEXT = 'WD'
               MOVE 999 TO WS-GRADE-VAL
               MOVE 1 TO WS-GRADE-OK
           ELSE
               MOVE 0 TO WS-PARSE-BAD
               MOVE 0 TO WS-PARSE-DIGITS
               MOVE 0 TO WS-GRADE-VAL
               PERFORM VARYING WS-PARSE-IDX FROM 1 BY 1
                       UNTIL WS-PARSE-IDX > 3
                   IF WS-GRADE-TEXT(WS-PARSE-IDX:1) = SPACE
                       CONTINUE
                   ELSE IF WS-GRADE-TEXT(WS-PARSE-IDX:1) IS NUMERIC
                       COMPUTE WS-GRADE-VAL = (WS-GRADE-VAL * 10)
                           + FUNCTION NUMVAL(
                               WS-GRADE-TEXT(WS-PARSE-IDX:1))
                       ADD 1 TO WS-PARSE-DIGITS
                   ELSE
                       MOVE 1 TO WS-PARSE-BAD
                   END-IF
               END-PERFORM
               IF WS-PARSE-BAD = 0 AND WS-PARSE-DIGITS > 0
                       AND WS-GRADE-VAL <= 100
                   MOVE 1 TO WS-GRADE-OK
               END-IF
           END-IF.

       PARA-REVISE-DECISIONS.
           OPEN INPUT FD-DECISION.
           IF WS-FILESTATUS6 NOT = 0
               DISPLAY "NO PROMOTION DECISIONS ON FILE - "
                   "NONE REVISED."
               GO TO PARA-REVISE-DECISIONS-EXIT
           END-IF.

           OPEN INPUT FD-MODMASTER.
           IF WS-FILESTATUS10 = 35
               MOVE 0 TO WS-MODMASTER-AVAIL
           ELSE IF WS-FILESTATUS10 NOT = 0
               DISPLAY "MODULE MASTER UNREADABLE - STATUS "
                   WS-FILESTATUS10 "."
               DISPLAY "CONVERT IT WITH MASTERBACKUP OPTION C. "
                   "PROMOTION DECISIONS NOT REVISED."
               CLOSE FD-DECISION
               MOVE 8 TO RETURN-CODE
               GO TO PARA-REVISE-DECISIONS-EXIT
           ELSE
               MOVE 1 TO WS-MODMASTER-AVAIL
           END-IF.

           OPEN INPUT FD-GRADEHIST.
           IF WS-FILESTATUS9 = 35
               MOVE 0 TO WS-GRADEHIST-AVAIL
           ELSE
               MOVE 1 TO WS-GRADEHIST-AVAIL
           END-IF.

           OPEN INPUT FD-STUDENT.
           IF WS-FILESTATUS8 = 35
               MOVE 0 TO WS-STUDENT-AVAIL
           ELSE
               MOVE 1 TO WS-STUDENT-AVAIL
           END-IF.

           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
               IF WS-RV-TERM(WS-RV-IDX) NOT = WS-DEC-TERM
                   ADD 1 TO WS-OTHER-TERM-COUNT
               END-IF
           END-PERFORM.

           OPEN OUTPUT FD-DECWORK.
           MOVE 0 TO WS-DEC-EOF.
           PERFORM UNTIL WS-DEC-EOF = 1
               READ FD-DECISION
                   AT END MOVE 1 TO WS-DEC-EOF
                   NOT AT END
                       PERFORM PARA-REVISE-STUDENT
                           THRU PARA-REVISE-STUDENT-EXIT
                       MOVE F-DECISIONREC TO F-DECWORKREC
                       WRITE F-DECWORKREC
               END-READ
           END-PERFORM.
           CLOSE FD-DECISION.
           CLOSE FD-DECWORK.

           IF WS-MODMASTER-AVAIL = 1
               CLOSE FD-MODMASTER
           END-IF.
           IF WS-GRADEHIST-AVAIL = 1
               CLOSE FD-GRADEHIST
           END-IF.
           IF WS-STUDENT-AVAIL = 1
               CLOSE FD-STUDENT
           END-IF.

           IF WS-RECALC-COUNT = 0
               GO TO PARA-REVISE-DECISIONS-EXIT
           END-IF.

           OPEN INPUT FD-DECWORK.
           OPEN OUTPUT FD-DECISION.
           MOVE 0 TO WS-DEC-EOF.
           PERFORM UNTIL WS-DEC-EOF = 1
               READ FD-DECWORK
                   AT END MOVE 1 TO WS-DEC-EOF
                   NOT AT END
                       MOVE F-DECWORKREC TO F-DECISIONREC
                       WRITE F-DECISIONREC
               END-READ
           END-PERFORM.
           CLOSE FD-DECWORK.
           CLOSE FD-DECISION.

       PARA-REVISE-DECISIONS-EXIT.
           EXIT.

       PARA-READ-TERM-CLOSE.
           MOVE SPACES TO WS-LAST-CLOSE-DATETIME.
           MOVE WS-CUR-TERM TO WS-DEC-TERM.
           MOVE 0 TO WS-DEC-EOF.
           OPEN INPUT FD-TERMCLOSE.
           IF WS-FILESTATUS11 NOT = 0
               MOVE 1 TO WS-DEC-EOF
           END-IF.
           PERFORM UNTIL WS-DEC-EOF = 1
               READ FD-TERMCLOSE
                   AT END MOVE 1 TO WS-DEC-EOF
                   NOT AT END
                       IF FT-CLOSE-DATETIME > WS-LAST-CLOSE-DATETIME
                           MOVE FT-CLOSE-DATETIME
                               TO WS-LAST-CLOSE-DATETIME
                           MOVE FT-CLOSE-TERM TO WS-DEC-TERM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FILESTATUS11 = 0 OR WS-FILESTATUS11 = 10
               CLOSE FD-TERMCLOSE
           END-IF.

           IF WS-DEC-TERM NOT = WS-CUR-TERM
               OPEN INPUT FD-RUNCTL
               IF WS-FILESTATUS12 = 0
                   MOVE WS-CUR-TERM TO FD-JC-TERM
                   MOVE 2 TO FD-JC-STEP
                   READ FD-RUNCTL KEY IS FD-JC-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF FD-JC-STATUS = 'C'
                               MOVE WS-CUR-TERM TO WS-DEC-TERM
                           END-IF
                   END-READ
                   CLOSE FD-RUNCTL
               END-IF
           END-IF.

       PARA-REVISE-STUDENT.
           MOVE 0 TO WS-RV-HIT.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT OR WS-RV-HIT > 0
               IF WS-RV-STUDNUMBER(WS-RV-IDX) = FP-STUDNUMBER
                       AND WS-RV-TERM(WS-RV-IDX) = WS-DEC-TERM
                   MOVE WS-RV-IDX TO WS-RV-HIT
               END-IF
           END-PERFORM.
           IF WS-RV-HIT = 0
               GO TO PARA-REVISE-STUDENT-EXIT
           END-IF.

           PERFORM PARA-LOAD-TERM-GRADES.
           IF WS-RD-FOUND = 0
               DISPLAY "NO GRADES FOR TERM " WS-DEC-TERM
                   " - DECISION NOT REVISED - STUDENT NUMBER: "
                   FP-STUDNUMBER
               GO TO PARA-REVISE-STUDENT-EXIT
           END-IF.

           MOVE 0 TO WS-GRADE-TOTAL.
           MOVE 0 TO WS-GRADE-COUNT.
           MOVE 0 TO WS-PASS-CREDITS.
           MOVE 0 TO WS-FAIL-CREDITS.
           MOVE 0 TO WS-INC-COUNT.

           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > WS-RD-MODCOUNT
               PERFORM PARA-REVISE-MODULE
           END-PERFORM.

           IF WS-GRADE-COUNT > 0
               COMPUTE WS-AVG-GRADE ROUNDED =
                   WS-GRADE-TOTAL / WS-GRADE-COUNT
           ELSE
               MOVE 0 TO WS-AVG-GRADE
           END-IF.

           IF WS-FAIL-CREDITS = 0 AND WS-INC-COUNT = 0
                   AND WS-GRADE-COUNT > 0
               MOVE 'PROMOTED' TO WS-DECISION
           ELSE IF WS-FAIL-CREDITS > WS-PASS-CREDITS
               MOVE 'REPEAT  ' TO WS-DECISION
           ELSE
               MOVE 'REVIEW  ' TO WS-DECISION
           END-IF.

           ADD 1 TO WS-RECALC-COUNT.
           IF WS-DECISION NOT = FP-DECISION
               ADD 1 TO WS-REVISED-COUNT
               DISPLAY "DECISION REVISED - STUDENT NUMBER: "
                   FP-STUDNUMBER " " FP-DECISION " TO " WS-DECISION
           END-IF.

           MOVE WS-AVG-GRADE TO FP-AVG.
           MOVE WS-PASS-CREDITS TO FP-PASS-CREDITS.
           MOVE WS-FAIL-CREDITS TO FP-FAIL-CREDITS.
           MOVE WS-INC-COUNT TO FP-INC-COUNT.
           MOVE WS-DECISION TO FP-DECISION.

       PARA-REVISE-STUDENT-EXIT.
           EXIT.

       PARA-LOAD-TERM-GRADES.
           MOVE 0 TO WS-RD-FOUND.
           MOVE 0 TO WS-RD-MODCOUNT.
           IF WS-GRADEHIST-AVAIL = 1
               MOVE FP-STUDNUMBER TO FD-GH-STUDNUMBER
               MOVE WS-DEC-TERM TO FD-GH-TERM
               READ FD-GRADEHIST KEY IS FD-GH-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-RD-FOUND
                       MOVE FD-GH-MODCOUNT TO WS-RD-MODCOUNT
                       PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                               UNTIL WS-LOOP-IDX > 10
                           MOVE FD-GH-MODULENUMB(WS-LOOP-IDX)
                               TO WS-RD-MODULENUMB(WS-LOOP-IDX)
                           MOVE FD-GH-GRADE(WS-LOOP-IDX)
                               TO WS-RD-GRADE(WS-LOOP-IDX)
                       END-PERFORM
               END-READ
           END-IF.

           IF WS-RD-FOUND = 0 AND WS-STUDENT-AVAIL = 1
                   AND WS-DEC-TERM = WS-CUR-TERM
               MOVE FP-STUDNUMBER TO FD-STUDNUMBER
               READ FD-STUDENT KEY IS FD-STUDNUMBER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-RD-FOUND
                       MOVE FD-MODCOUNT TO WS-RD-MODCOUNT
                       PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                               UNTIL WS-LOOP-IDX > 10
                           MOVE FD-MODULENUMB(WS-LOOP-IDX)
                               TO WS-RD-MODULENUMB(WS-LOOP-IDX)
                           MOVE FD-GRADE(WS-LOOP-IDX)
                               TO WS-RD-GRADE(WS-LOOP-IDX)
                       END-PERFORM
               END-READ
           END-IF.

       PARA-REVISE-MODULE.
           MOVE 1 TO WS-MOD-CREDITS.
           MOVE 0 TO WS-MOD-PASSMARK.
           IF WS-MODMASTER-AVAIL = 1
               MOVE WS-RD-MODULENUMB(WS-LOOP-IDX) TO FD-MODCODE
               READ FD-MODMASTER KEY IS FD-MODCODE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FD-MODCREDITS > 0
                           MOVE FD-MODCREDITS TO WS-MOD-CREDITS
                       END-IF
                       MOVE FD-MODPASSMARK TO WS-MOD-PASSMARK
               END-READ
           END-IF.

           MOVE WS-RD-GRADE(WS-LOOP-IDX) TO WS-EFF-GRADE.
           MOVE FP-STUDNUMBER TO FD-RS-STUDNUMBER.
           MOVE WS-DEC-TERM TO FD-RS-TERM.
           MOVE WS-RD-MODULENUMB(WS-LOOP-IDX) TO FD-RS-MODCODE.
           READ FD-RESIT KEY IS FD-RS-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FD-RS-STATUS = 'S'
                       MOVE FD-RS-AWARDED TO WS-EFF-GRADE
                   END-IF
           END-READ.

           IF WS-EFF-GRADE = 998
               ADD 1 TO WS-INC-COUNT
           ELSE IF WS-EFF-GRADE = 999
               CONTINUE
           ELSE
               COMPUTE WS-GRADE-TOTAL = WS-GRADE-TOTAL
                   + (WS-EFF-GRADE * WS-MOD-CREDITS)
               ADD WS-MOD-CREDITS TO WS-GRADE-COUNT
               IF WS-EFF-GRADE >= WS-MOD-PASSMARK
                   ADD WS-MOD-CREDITS TO WS-PASS-CREDITS
               ELSE
                   ADD WS-MOD-CREDITS TO WS-FAIL-CREDITS
               END-IF
           END-IF.

       PARA-CLOSE-AND-REPORT.
           CLOSE FD-RESITTRANS.
           CLOSE FD-RESIT.
           CLOSE FD-REJECT.

           DISPLAY '**************************************'.
           DISPLAY "TRANSACTIONS READ:         " WS-READ-COUNT.
           DISPLAY "RESIT RESULTS POSTED:      " WS-POSTED-COUNT.
           DISPLAY "RESIT RESULTS AMENDED:     " WS-AMEND-COUNT.
           DISPLAY "CAPPED AT PASS MARK:       " WS-CAPPED-COUNT.
           DISPLAY "UNCHANGED (SAME MARK):     " WS-UNCHANGED-COUNT.
           DISPLAY "INVALID MARK REJECTS:      "
               WS-MARK-REJECT-COUNT.
           DISPLAY "NOT ON REGISTER REJECTS:   "
               WS-REG-REJECT-COUNT.
           DISPLAY "RECORDS ON REJECT FILE:    "
               WS-REJECT-WRITTEN-COUNT.
           DISPLAY "DECISIONS RECALCULATED:    " WS-RECALC-COUNT.
           DISPLAY "DECISIONS REVISED:         " WS-REVISED-COUNT.
           IF WS-OTHER-TERM-COUNT > 0
               DISPLAY "RESITS FOR AN EARLIER DECISION TERM "
                   "(NOT REVISED): " WS-OTHER-TERM-COUNT
           END-IF.
           IF WS-RV-OVERFLOW = 1
               DISPLAY "*** MORE THAN 2000 STUDENTS POSTED - "
                   "LATER DECISIONS NOT REVISED ***"
               DISPLAY "*** REPOST THE REMAINING RESITS IN A "
                   "SEPARATE RUN ***"
           END-IF.
           DISPLAY '**************************************'.
