       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTCARDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-STUDENT ASSIGN TO 'C:\COBOL\BANK\STUDENT.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-STUDNUMBER
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-MODMASTER ASSIGN TO
               'C:\COBOL\BANK\MODULEMASTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-MODCODE
           FILE STATUS IS WS-FILESTATUS2.

           SELECT FD-CONTACT ASSIGN TO
               'C:\COBOL\BANK\STUDCONTACT.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-CT-STUDNUMBER
           FILE STATUS IS WS-FILESTATUS3.

           SELECT FD-DECISION ASSIGN TO
               'C:\COBOL\BANK\PROMOTION.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS4.

           SELECT FD-CARDS ASSIGN TO
               'C:\COBOL\BANK\REPORTCARD.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS5.

           SELECT FD-EXCEPT ASSIGN TO
               'C:\COBOL\BANK\RCEXCEPT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS6.

           SELECT FD-CURTERM ASSIGN TO
               'C:\COBOL\BANK\CURRENTTERM.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS7.

           SELECT FD-RESIT ASSIGN TO
               'C:\COBOL\BANK\RESITREGISTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-RS-KEY
           FILE STATUS IS WS-FILESTATUS8.

           SELECT FD-GRADESCALE ASSIGN TO
               'C:\COBOL\BANK\GRADESCALE.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-GS-LOW
           FILE STATUS IS WS-FILESTATUS9.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-STUDENT.
       01  F-STUDENTINFO.
           05 FD-STUDNUMBER PIC 9(10).
           05 FD-STUDNAME PIC X(25).
           05 FD-STUDSECT PIC 9(2).
           05 FD-MODCOUNT PIC 9(2).
           05 FD-MODULES OCCURS 10 TIMES.
              10 FD-MODULENUMB PIC 9(5).
              10 FD-GRADE PIC 9(3).

       FD  FD-MODMASTER.
       01  F-MODULEINFO.
           05 FD-MODCODE PIC 9(5).
           05 FD-MODTITLE PIC X(25).
           05 FD-MODCREDITS PIC 9(2).
           05 FD-MODPASSMARK PIC 9(3).
           05 FD-MODPREREQ OCCURS 3 TIMES PIC 9(5).

       FD  FD-CONTACT.
       01  F-CONTACTREC.
           05 FD-CT-STUDNUMBER PIC 9(10).
           05 FD-CT-GUARDNAME PIC X(25).
           05 FD-CT-PHONE PIC X(15).
           05 FD-CT-ADDRESS PIC X(50).

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

       FD  FD-CARDS.
       01  F-CARDLINE PIC X(80).

       FD  FD-EXCEPT.
       01  F-EXCEPTLINE PIC X(80).

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

       FD  FD-GRADESCALE.
       01  F-GRADESCALEREC.
           05 FD-GS-LOW PIC 9(3).
           05 FD-GS-HIGH PIC 9(3).
           05 FD-GS-LETTER PIC X(2).
           05 FD-GS-POINTS PIC 9V99.

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
       01  WS-EOF PIC 9.
       01  WS-DEC-EOF PIC 9.
       01  WS-MODMASTER-AVAIL PIC 9 VALUE 0.
       01  WS-CONTACT-AVAIL PIC 9 VALUE 0.
       01  WS-RESIT-AVAIL PIC 9 VALUE 0.
       01  WS-RESIT-FOUND PIC 9.
       01  WS-CONTACT-FLAG PIC 9.
       01  WS-CUR-TERM PIC 9(5) VALUE 0.
       01  WS-RUN-SECT PIC 9(2) VALUE 0.
       01  WS-LOOP-IDX PIC 9(2).

       01  WS-SECT-TABLE.
           05 WS-SECT-PRESENT OCCURS 99 TIMES PIC 9.
       01  WS-SECT-IDX PIC 9(3).
       01  WS-CUR-SECT PIC 9(2).

       01  WS-DEC-TABLE.
           05 WS-DEC-ENTRY OCCURS 2000 TIMES.
              10 WS-DEC-STUDNUMBER PIC 9(10).
              10 WS-DEC-DECISION PIC X(8).
       01  WS-DEC-USED PIC 9(4) VALUE 0.
       01  WS-DEC-IDX PIC 9(4).
       01  WS-DEC-HIT PIC 9(4).
       01  WS-DEC-OVERFLOW PIC 9 VALUE 0.
       01  WS-DEC-AVAIL PIC 9 VALUE 0.

       01  WS-EFF-GRADE PIC 9(3).
       01  WS-MOD-CREDITS PIC 9(2).
       01  WS-GRADE-TOTAL PIC 9(7).
       01  WS-GRADE-COUNT PIC 9(4).
       01  WS-AVG-GRADE PIC 9(3)V99.

       01  WS-GS-DEFAULTS.
           05 FILLER PIC X(11) VALUE '000059F 000'.
           05 FILLER PIC X(11) VALUE '060069D 100'.
           05 FILLER PIC X(11) VALUE '070079C 200'.
           05 FILLER PIC X(11) VALUE '080089B 300'.
           05 FILLER PIC X(11) VALUE '090100A 400'.
       01  WS-GS-TABLE.
           05 WS-GS-ENTRY OCCURS 20 TIMES.
              10 WS-GS-LOW PIC 9(3).
              10 WS-GS-HIGH PIC 9(3).
              10 WS-GS-LETTER PIC X(2).
              10 WS-GS-POINTS PIC 9V99.
       01  WS-GS-USED PIC 9(2) VALUE 0.
       01  WS-GS-IDX PIC 9(2).
       01  WS-GS-EOF PIC 9.
       01  WS-LG-GRADE PIC 9(3).
       01  WS-LG-LETTER PIC X(2).
       01  WS-LG-POINTS PIC 9V99.
       01  WS-LG-FOUND PIC 9.
       01  WS-GPA-TOTAL PIC 9(5)V99.
       01  WS-GPA-CREDITS PIC 9(4).
       01  WS-GPA PIC 9V99.

       01  WS-CARD-COUNT PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT PIC 9(5) VALUE 0.
       01  WS-WD-COUNT PIC 9(5) VALUE 0.

       01  WS-RUN-DATE PIC X(8).
       01  WS-CARDS-STARTED PIC 9 VALUE 0.
       01  WS-EXC-LINE-COUNT PIC 9(2) VALUE 99.
       01  WS-EXC-PAGE-NUM PIC 9(3) VALUE 0.
       01  WS-EXC-STARTED PIC 9 VALUE 0.
       01  WS-PRINT-LINE PIC X(80).

       01  WS-CARD-HEAD1.
           05 FILLER PIC X(16) VALUE 'TERM REPORT CARD'.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'TERM '.
           05 WS-CH-TERM PIC 9(5).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'SECTION '.
           05 WS-CH-SECT PIC 9(2).
           05 FILLER PIC X(11) VALUE '  RUN DATE '.
           05 WS-CH-DATE PIC X(8).
           05 FILLER PIC X(17) VALUE SPACES.

       01  WS-HEAD2.
           05 FILLER PIC X(80) VALUE ALL '-'.

       01  WS-STUD-LINE.
           05 FILLER PIC X(8) VALUE 'STUDENT '.
           05 WS-SL-STUDNUMBER PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-STUDNAME PIC X(25).
           05 FILLER PIC X(35) VALUE SPACES.

       01  WS-COL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'CODE '.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(25) VALUE 'MODULE TITLE'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE 'CR'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'MARK '.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(2) VALUE 'GR'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'RESULT'.
           05 FILLER PIC X(21) VALUE SPACES.

       01  WS-MOD-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-ML-MODCODE PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ML-MODTITLE PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ML-CREDITS PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-ML-GRADE PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-ML-LETTER PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ML-FLAG PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ML-NOTE PIC X(8).
           05 FILLER PIC X(11) VALUE SPACES.

       01  WS-AVG-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(17) VALUE 'WEIGHTED AVERAGE '.
           05 WS-AL-AVG PIC ZZZ9.99.
           05 FILLER PIC X(8) VALUE '    GPA '.
           05 WS-AL-GPA PIC 9.99.
           05 FILLER PIC X(40) VALUE SPACES.

       01  WS-DEC-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'PROMOTION DECISION: '.
           05 WS-DL-DECISION PIC X(8).
           05 FILLER PIC X(48) VALUE SPACES.

       01  WS-EXC-HEAD1.
           05 FILLER PIC X(22) VALUE 'REPORT CARD EXCEPTIONS'.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'TERM '.
           05 WS-EH-TERM PIC 9(5).
           05 FILLER PIC X(11) VALUE '  RUN DATE '.
           05 WS-EH-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE '  PAGE '.
           05 WS-EH-PAGE PIC ZZ9.
           05 FILLER PIC X(11) VALUE SPACES.

       01  WS-EXC-LINE.
           05 WS-EL-STUDNUMBER PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EL-STUDNAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'SECTION '.
           05 WS-EL-SECT PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EL-REASON PIC X(29).

       PROCEDURE DIVISION.
       MAIN-CARDS.
           PERFORM PARA-OPEN-FILES.
           PERFORM PARA-SCAN-SECTIONS.
           PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                   UNTIL WS-SECT-IDX > 99
               IF WS-SECT-PRESENT(WS-SECT-IDX) = 1
                   MOVE WS-SECT-IDX TO WS-CUR-SECT
                   PERFORM PARA-CARD-SECTION
               END-IF
           END-PERFORM.
           PERFORM PARA-CLOSE-AND-REPORT.
           STOP RUN.

       PARA-OPEN-FILES.
           DISPLAY '**************************************'.
           DISPLAY '*     TERM REPORT CARD PRINT RUN     *'.
           DISPLAY '**************************************'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           DISPLAY "SECTION TO PRINT (0 FOR ALL): ".
           ACCEPT WS-RUN-SECT.

           OPEN INPUT FD-STUDENT.
           IF WS-FILESTATUS = 35
               DISPLAY "NO STUDENTS ON FILE. ABORTING."
               STOP RUN
           END-IF.

           OPEN INPUT FD-MODMASTER.
           IF WS-FILESTATUS2 = 35
               MOVE 0 TO WS-MODMASTER-AVAIL
               DISPLAY "MODULE MASTER NOT ON FILE - "
                   "TITLES AND PASS MARKS UNAVAILABLE."
           ELSE IF WS-FILESTATUS2 NOT = 0
               DISPLAY "MODULE MASTER UNREADABLE - STATUS "
                   WS-FILESTATUS2 "."
               DISPLAY "CONVERT IT WITH MASTERBACKUP OPTION C. "
                   "ABORTING."
               STOP RUN
           ELSE
               MOVE 1 TO WS-MODMASTER-AVAIL
           END-IF.

           OPEN INPUT FD-CONTACT.
           IF WS-FILESTATUS3 = 35
               MOVE 0 TO WS-CONTACT-AVAIL
               DISPLAY "CONTACT FILE NOT ON FILE - EVERY STUDENT "
                   "WILL GO TO THE EXCEPTION LIST."
           ELSE
               MOVE 1 TO WS-CONTACT-AVAIL
           END-IF.

           OPEN OUTPUT FD-CARDS.
           IF WS-FILESTATUS5 NOT = 0
               DISPLAY "UNABLE TO OPEN REPORT CARD FILE. ABORTING."
               STOP RUN
           END-IF.

           OPEN OUTPUT FD-EXCEPT.
           IF WS-FILESTATUS6 NOT = 0
               DISPLAY "UNABLE TO OPEN EXCEPTION FILE. ABORTING."
               STOP RUN
           END-IF.

           OPEN INPUT FD-RESIT.
           IF WS-FILESTATUS8 = 35
               MOVE 0 TO WS-RESIT-AVAIL
           ELSE
               MOVE 1 TO WS-RESIT-AVAIL
           END-IF.

           PERFORM PARA-READ-CUR-TERM.
           PERFORM PARA-LOAD-GRADE-SCALE.
           PERFORM PARA-LOAD-DECISIONS.

       PARA-READ-CUR-TERM.
           MOVE 0 TO WS-CUR-TERM.
           OPEN INPUT FD-CURTERM.
           IF WS-FILESTATUS7 = 0
               READ FD-CURTERM
                   AT END CONTINUE
                   NOT AT END
                       IF FC-TERM IS NUMERIC
                           MOVE FC-TERM TO WS-CUR-TERM
                       END-IF
               END-READ
               CLOSE FD-CURTERM
           END-IF.

       PARA-LOAD-DECISIONS.
           MOVE 0 TO WS-DEC-USED.
           MOVE 0 TO WS-DEC-EOF.
           OPEN INPUT FD-DECISION.
           IF WS-FILESTATUS4 NOT = 0
               MOVE 0 TO WS-DEC-AVAIL
               DISPLAY "PROMOTION DECISIONS NOT ON FILE - "
                   "CARDS WILL SHOW NO DECISION."
           ELSE
               MOVE 1 TO WS-DEC-AVAIL
               PERFORM UNTIL WS-DEC-EOF = 1
                   READ FD-DECISION
                       AT END MOVE 1 TO WS-DEC-EOF
                       NOT AT END
                           IF WS-DEC-USED < 2000
                               ADD 1 TO WS-DEC-USED
                               MOVE FP-STUDNUMBER
                                   TO WS-DEC-STUDNUMBER(WS-DEC-USED)
                               MOVE FP-DECISION
                                   TO WS-DEC-DECISION(WS-DEC-USED)
                           ELSE
                               MOVE 1 TO WS-DEC-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-DECISION
           END-IF.

       PARA-SCAN-SECTIONS.
           MOVE ALL '0' TO WS-SECT-TABLE.
           MOVE 0 TO FD-STUDNUMBER.
           START FD-STUDENT KEY IS NOT LESS THAN FD-STUDNUMBER
               INVALID KEY MOVE 1 TO WS-EOF
               NOT INVALID KEY MOVE 0 TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 1
               READ FD-STUDENT NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FD-STUDSECT = 0
                           ADD 1 TO WS-WD-COUNT
                       ELSE IF WS-RUN-SECT = 0
                               OR FD-STUDSECT = WS-RUN-SECT
                           MOVE 1 TO WS-SECT-PRESENT(FD-STUDSECT)
                       END-IF
               END-READ
           END-PERFORM.

       PARA-CARD-SECTION.
           MOVE 0 TO FD-STUDNUMBER.
           START FD-STUDENT KEY IS NOT LESS THAN FD-STUDNUMBER
               INVALID KEY MOVE 1 TO WS-EOF
               NOT INVALID KEY MOVE 0 TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 1
               READ FD-STUDENT NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FD-STUDSECT = WS-CUR-SECT
                           PERFORM PARA-CARD-STUDENT
                               THRU PARA-CARD-STUDENT-EXIT
                       END-IF
               END-READ
           END-PERFORM.

       PARA-CARD-STUDENT.
           MOVE 0 TO WS-CONTACT-FLAG.
           IF WS-CONTACT-AVAIL = 1
               MOVE FD-STUDNUMBER TO FD-CT-STUDNUMBER
               READ FD-CONTACT KEY IS FD-CT-STUDNUMBER
                   INVALID KEY MOVE 0 TO WS-CONTACT-FLAG
                   NOT INVALID KEY MOVE 1 TO WS-CONTACT-FLAG
               END-READ
           END-IF.

           IF WS-CONTACT-FLAG = 0
               MOVE 'NO GUARDIAN CONTACT ON FILE' TO WS-EL-REASON
               PERFORM PARA-WRITE-EXCEPTION
               GO TO PARA-CARD-STUDENT-EXIT
           END-IF.
           IF FD-CT-ADDRESS = SPACES
               MOVE 'NO ADDRESS ON CONTACT RECORD' TO WS-EL-REASON
               PERFORM PARA-WRITE-EXCEPTION
               GO TO PARA-CARD-STUDENT-EXIT
           END-IF.

           IF WS-CARDS-STARTED = 1
               MOVE SPACES TO F-CARDLINE
               WRITE F-CARDLINE AFTER ADVANCING PAGE
           ELSE
               MOVE 1 TO WS-CARDS-STARTED
           END-IF.

           MOVE WS-CUR-TERM TO WS-CH-TERM.
           MOVE FD-STUDSECT TO WS-CH-SECT.
           MOVE WS-RUN-DATE TO WS-CH-DATE.
           MOVE WS-CARD-HEAD1 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE WS-HEAD2 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING '    ' FD-CT-GUARDNAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '    ' FD-CT-ADDRESS
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           PERFORM PARA-WRITE-LINE.

           MOVE FD-STUDNUMBER TO WS-SL-STUDNUMBER.
           MOVE FD-STUDNAME TO WS-SL-STUDNAME.
           MOVE WS-STUD-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE WS-COL-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           MOVE 0 TO WS-GRADE-TOTAL.
           MOVE 0 TO WS-GRADE-COUNT.
           MOVE 0 TO WS-GPA-TOTAL.
           MOVE 0 TO WS-GPA-CREDITS.
           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > FD-MODCOUNT
               PERFORM PARA-CARD-MODULE
           END-PERFORM.
           IF FD-MODCOUNT = 0
               MOVE '    NO MODULES ON RECORD THIS TERM.'
                   TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           END-IF.

           IF WS-GRADE-COUNT > 0
               COMPUTE WS-AVG-GRADE ROUNDED =
                   WS-GRADE-TOTAL / WS-GRADE-COUNT
           ELSE
               MOVE 0 TO WS-AVG-GRADE
           END-IF.
           IF WS-GPA-CREDITS > 0
               COMPUTE WS-GPA ROUNDED =
                   WS-GPA-TOTAL / WS-GPA-CREDITS
           ELSE
               MOVE 0 TO WS-GPA
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE WS-AVG-GRADE TO WS-AL-AVG.
           MOVE WS-GPA TO WS-AL-GPA.
           MOVE WS-AVG-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           PERFORM PARA-FIND-DECISION.
           IF WS-DEC-HIT > 0
               MOVE WS-DEC-DECISION(WS-DEC-HIT) TO WS-DL-DECISION
               MOVE WS-DEC-LINE TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE WS-HEAD2 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           ADD 1 TO WS-CARD-COUNT.

       PARA-CARD-STUDENT-EXIT.
           EXIT.

       PARA-CARD-MODULE.
           MOVE FD-MODULENUMB(WS-LOOP-IDX) TO WS-ML-MODCODE.
           MOVE SPACES TO WS-ML-MODTITLE.
           MOVE SPACES TO WS-ML-FLAG.
           MOVE SPACES TO WS-ML-NOTE.
           MOVE 1 TO WS-MOD-CREDITS.

           MOVE FD-GRADE(WS-LOOP-IDX) TO WS-EFF-GRADE.
           MOVE FD-STUDNUMBER TO FD-RS-STUDNUMBER.
           MOVE WS-CUR-TERM TO FD-RS-TERM.
           MOVE FD-MODULENUMB(WS-LOOP-IDX) TO FD-RS-MODCODE.
           PERFORM PARA-GET-RESIT.
           IF WS-RESIT-FOUND = 1
               MOVE 'RESIT' TO WS-ML-NOTE
           END-IF.

           IF WS-MODMASTER-AVAIL = 1
               MOVE FD-MODULENUMB(WS-LOOP-IDX) TO FD-MODCODE
               READ FD-MODMASTER KEY IS FD-MODCODE
                   INVALID KEY
                       MOVE '*** UNKNOWN MODULE ***' TO WS-ML-MODTITLE
                   NOT INVALID KEY
                       MOVE FD-MODTITLE TO WS-ML-MODTITLE
                       IF FD-MODCREDITS > 0
                           MOVE FD-MODCREDITS TO WS-MOD-CREDITS
                       END-IF
                       IF WS-EFF-GRADE < 998
                           IF WS-EFF-GRADE >= FD-MODPASSMARK
                               MOVE 'PASS  ' TO WS-ML-FLAG
                           ELSE
                               MOVE '*FAIL*' TO WS-ML-FLAG
                           END-IF
                       END-IF
               END-READ
           END-IF.
           MOVE WS-MOD-CREDITS TO WS-ML-CREDITS.

           IF WS-EFF-GRADE = 998
               MOVE 'INC' TO WS-ML-GRADE
           ELSE IF WS-EFF-GRADE = 999
               MOVE 'WD' TO WS-ML-GRADE
           ELSE
               MOVE WS-EFF-GRADE TO WS-ML-GRADE
           END-IF.
           MOVE WS-EFF-GRADE TO WS-LG-GRADE.
           PERFORM PARA-GRADE-LETTER.
           MOVE WS-LG-LETTER TO WS-ML-LETTER.

           IF WS-EFF-GRADE < 998
               COMPUTE WS-GRADE-TOTAL = WS-GRADE-TOTAL
                   + (WS-EFF-GRADE * WS-MOD-CREDITS)
               ADD WS-MOD-CREDITS TO WS-GRADE-COUNT
               IF WS-LG-FOUND = 1
                   COMPUTE WS-GPA-TOTAL = WS-GPA-TOTAL
                       + (WS-LG-POINTS * WS-MOD-CREDITS)
                   ADD WS-MOD-CREDITS TO WS-GPA-CREDITS
               END-IF
           END-IF.

           MOVE WS-MOD-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

       PARA-GET-RESIT.
           MOVE 0 TO WS-RESIT-FOUND.
           IF WS-RESIT-AVAIL = 1
               READ FD-RESIT KEY IS FD-RS-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FD-RS-STATUS = 'S'
                           MOVE 1 TO WS-RESIT-FOUND
                           MOVE FD-RS-AWARDED TO WS-EFF-GRADE
                       END-IF
               END-READ
           END-IF.

       PARA-FIND-DECISION.
           MOVE 0 TO WS-DEC-HIT.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-USED
                   OR WS-DEC-HIT > 0
               IF WS-DEC-STUDNUMBER(WS-DEC-IDX) = FD-STUDNUMBER
                   MOVE WS-DEC-IDX TO WS-DEC-HIT
               END-IF
           END-PERFORM.

       PARA-WRITE-EXCEPTION.
           IF WS-EXC-LINE-COUNT > 54
               PERFORM PARA-EXC-HEADING
           END-IF.
           MOVE FD-STUDNUMBER TO WS-EL-STUDNUMBER.
           MOVE FD-STUDNAME TO WS-EL-STUDNAME.
           MOVE FD-STUDSECT TO WS-EL-SECT.
           MOVE WS-EXC-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-EXC-LINE.
           ADD 1 TO WS-EXCEPT-COUNT.

       PARA-EXC-HEADING.
           ADD 1 TO WS-EXC-PAGE-NUM.
           MOVE WS-CUR-TERM TO WS-EH-TERM.
           MOVE WS-RUN-DATE TO WS-EH-DATE.
           MOVE WS-EXC-PAGE-NUM TO WS-EH-PAGE.
           MOVE 0 TO WS-EXC-LINE-COUNT.

           IF WS-EXC-STARTED = 1
               MOVE SPACES TO F-EXCEPTLINE
               WRITE F-EXCEPTLINE AFTER ADVANCING PAGE
           ELSE
               MOVE 1 TO WS-EXC-STARTED
           END-IF.
           MOVE WS-EXC-HEAD1 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-EXC-LINE.
           MOVE WS-HEAD2 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-EXC-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-EXC-LINE.

       PARA-WRITE-LINE.
           MOVE WS-PRINT-LINE TO F-CARDLINE.
           WRITE F-CARDLINE.

       PARA-WRITE-EXC-LINE.
           MOVE WS-PRINT-LINE TO F-EXCEPTLINE.
           WRITE F-EXCEPTLINE.
           ADD 1 TO WS-EXC-LINE-COUNT.

       PARA-LOAD-GRADE-SCALE.
           MOVE 0 TO WS-GS-USED.
           MOVE 0 TO WS-GS-EOF.
           OPEN INPUT FD-GRADESCALE.
           IF WS-FILESTATUS9 = 0
               PERFORM UNTIL WS-GS-EOF = 1
                   READ FD-GRADESCALE NEXT RECORD
                       AT END MOVE 1 TO WS-GS-EOF
                       NOT AT END
                           IF WS-GS-USED < 20
                               ADD 1 TO WS-GS-USED
                               MOVE F-GRADESCALEREC
                                   TO WS-GS-ENTRY(WS-GS-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-GRADESCALE
           END-IF.
           IF WS-GS-USED = 0
               MOVE WS-GS-DEFAULTS TO WS-GS-TABLE
               MOVE 5 TO WS-GS-USED
           END-IF.

       PARA-GRADE-LETTER.
           MOVE 0 TO WS-LG-FOUND.
           MOVE 0 TO WS-LG-POINTS.
           IF WS-LG-GRADE = 998
               MOVE 'I' TO WS-LG-LETTER
           ELSE IF WS-LG-GRADE = 999
               MOVE 'W' TO WS-LG-LETTER
           ELSE
               MOVE '?' TO WS-LG-LETTER
               PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                       UNTIL WS-GS-IDX > WS-GS-USED
                          OR WS-LG-FOUND = 1
                   IF WS-LG-GRADE >= WS-GS-LOW(WS-GS-IDX)
                      AND WS-LG-GRADE <= WS-GS-HIGH(WS-GS-IDX)
                       MOVE WS-GS-LETTER(WS-GS-IDX) TO WS-LG-LETTER
                       MOVE WS-GS-POINTS(WS-GS-IDX) TO WS-LG-POINTS
                       MOVE 1 TO WS-LG-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       PARA-CLOSE-AND-REPORT.
           IF WS-EXC-STARTED = 0
               PERFORM PARA-EXC-HEADING
               MOVE 'NO EXCEPTIONS - EVERY STUDENT HAS A CARD.'
                   TO WS-PRINT-LINE
               PERFORM PARA-WRITE-EXC-LINE
           END-IF.

           CLOSE FD-STUDENT.
           IF WS-MODMASTER-AVAIL = 1
               CLOSE FD-MODMASTER
           END-IF.
           IF WS-CONTACT-AVAIL = 1
               CLOSE FD-CONTACT
           END-IF.
           IF WS-RESIT-AVAIL = 1
               CLOSE FD-RESIT
           END-IF.
           CLOSE FD-CARDS.
           CLOSE FD-EXCEPT.

           DISPLAY '**************************************'.
           DISPLAY "REPORT CARDS PRINTED:      " WS-CARD-COUNT.
           DISPLAY "SENT TO EXCEPTION LIST:    " WS-EXCEPT-COUNT.
           DISPLAY "WITHDRAWN - NO CARD:       " WS-WD-COUNT.
           IF WS-DEC-OVERFLOW = 1
               DISPLAY "*** MORE THAN 2000 PROMOTION DECISIONS - "
                   "LATER ENTRIES NOT SHOWN."
           END-IF.
           DISPLAY "CARDS WRITTEN TO REPORTCARD.dat".
           DISPLAY "EXCEPTIONS WRITTEN TO RCEXCEPT.dat".
           DISPLAY '**************************************'.
