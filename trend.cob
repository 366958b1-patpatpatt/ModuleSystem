       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRENDREPORT.
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

           SELECT FD-GRADEHIST ASSIGN TO
               'C:\COBOL\BANK\GRADEHISTORY.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-GH-KEY
           FILE STATUS IS WS-FILESTATUS3.

           SELECT FD-RESIT ASSIGN TO
               'C:\COBOL\BANK\RESITREGISTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-RS-KEY
           FILE STATUS IS WS-FILESTATUS4.

           SELECT FD-TRENDCFG ASSIGN TO
               'C:\COBOL\BANK\TRENDLIMIT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS5.

           SELECT FD-REPORT ASSIGN TO
               'C:\COBOL\BANK\TRENDREPORT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS6.

           SELECT FD-DECLINING ASSIGN TO
               'C:\COBOL\BANK\DECLINING.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS7.

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

       FD  FD-TRENDCFG.
       01  F-TRENDCFGREC.
           05 FR-DROP-POINTS PIC 9(3).

       FD  FD-REPORT.
       01  F-REPORTLINE PIC X(80).

       FD  FD-DECLINING.
       01  F-DECLININGREC.
           05 FV-STUDNUMBER PIC 9(10).
           05 FV-STUDSECT PIC 9(2).
           05 FV-TERM PIC 9(5).
           05 FV-PREV-TERM PIC 9(5).
           05 FV-AVG PIC 9(3)V99.
           05 FV-PREV-AVG PIC 9(3)V99.
           05 FV-DROP PIC 9(3)V99.
           05 FV-DROP-FLAG PIC X.
           05 FV-REPEAT-FLAG PIC X.
           05 FV-REPEAT-MOD PIC 9(5).
           05 FV-REPEAT-COUNT PIC 9(2).

       WORKING-STORAGE SECTION.
       01  WS-FILESTATUS PIC 9(2).
       01  WS-FILESTATUS2 PIC 9(2).
       01  WS-FILESTATUS3 PIC 9(2).
       01  WS-FILESTATUS4 PIC 9(2).
       01  WS-FILESTATUS5 PIC 9(2).
       01  WS-FILESTATUS6 PIC 9(2).
       01  WS-FILESTATUS7 PIC 9(2).
       01  WS-EOF PIC 9 VALUE 0.
       01  WS-GH-EOF PIC 9.
       01  WS-MODMASTER-AVAIL PIC 9 VALUE 0.
       01  WS-RESIT-AVAIL PIC 9 VALUE 0.
       01  WS-MOD-FOUND PIC 9.
       01  WS-EFF-GRADE PIC 9(3).
       01  WS-MOD-CREDITS PIC 9(2).
       01  WS-PASS-MARK PIC 9(3).
       01  WS-DROP-LIMIT PIC 9(3) VALUE 10.

       01  WS-SECT-TABLE.
           05 WS-SECT-PRESENT OCCURS 99 TIMES PIC 9.
       01  WS-SECT-IDX PIC 9(3).
       01  WS-CUR-SECT PIC 9(2).
       01  WS-LOOP-IDX PIC 9(2).

       01  WS-TREND-TABLE.
           05 WS-TREND-ENTRY OCCURS 99 TIMES.
              10 WS-TR-STUDENTS PIC 9(5).
              10 WS-TR-COMPARED PIC 9(5).
              10 WS-TR-PREV-TOTAL PIC 9(7)V99.
              10 WS-TR-LAST-TOTAL PIC 9(7)V99.
              10 WS-TR-DECLINING PIC 9(5).
              10 WS-TR-REPEAT PIC 9(5).

       01  WS-GRADE-TOTAL PIC 9(7).
       01  WS-GRADE-COUNT PIC 9(4).
       01  WS-AVG-GRADE PIC 9(3)V99.
       01  WS-CHANGE PIC S9(3)V99.
       01  WS-DROP PIC 9(3)V99.

       01  WS-TERM-COUNT PIC 9(3).
       01  WS-HAVE-PREV PIC 9.
       01  WS-PREV-AVG PIC 9(3)V99.
       01  WS-PREV-TERM PIC 9(5).
       01  WS-HAVE-CMP PIC 9.
       01  WS-CMP-PREV-AVG PIC 9(3)V99.
       01  WS-CMP-PREV-TERM PIC 9(5).
       01  WS-CMP-AVG PIC 9(3)V99.
       01  WS-CMP-TERM PIC 9(5).
       01  WS-CMP-DROP PIC 9(3)V99.
       01  WS-STUD-DROP PIC 9.
       01  WS-STUD-REPEAT-COUNT PIC 9(2).
       01  WS-STUD-REPEAT-MOD PIC 9(5).

       01  WS-FAIL-TABLE.
           05 WS-FAIL-ENTRY OCCURS 100 TIMES.
              10 WS-FT-MODCODE PIC 9(5).
              10 WS-FT-TERM PIC 9(5).
       01  WS-FAIL-USED PIC 9(3).
       01  WS-FAIL-IDX PIC 9(3).
       01  WS-FAIL-HIT PIC 9(3).

       01  WS-RPT-TABLE.
           05 WS-RPT-ENTRY OCCURS 10 TIMES.
              10 WS-RPT-MODCODE PIC 9(5).
              10 WS-RPT-PRIOR PIC 9(5).
       01  WS-RPT-USED PIC 9(2).
       01  WS-RPT-IDX PIC 9(2).

       01  WS-STUDENT-COUNT PIC 9(5) VALUE 0.
       01  WS-NO-HIST-COUNT PIC 9(5) VALUE 0.
       01  WS-COMPARED-COUNT PIC 9(5) VALUE 0.
       01  WS-DECLINING-COUNT PIC 9(5) VALUE 0.
       01  WS-REPEAT-COUNT PIC 9(5) VALUE 0.
       01  WS-HIST-READ-COUNT PIC 9(7) VALUE 0.

       01  WS-SECT-PREV-AVG PIC 9(3)V99.
       01  WS-SECT-LAST-AVG PIC 9(3)V99.
       01  WS-SECT-CHANGE PIC S9(3)V99.

       01  WS-RUN-DATE PIC X(8).
       01  WS-LINE-COUNT PIC 9(2).
       01  WS-PAGE-NUM PIC 9(3).
       01  WS-REPORT-STARTED PIC 9 VALUE 0.

       01  WS-HEAD1.
           05 FILLER PIC X(21) VALUE 'PROGRESS TREND REPORT'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-HEAD1-SCOPE PIC X(10).
           05 FILLER PIC X(11) VALUE '  RUN DATE '.
           05 WS-HEAD1-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE '  PAGE '.
           05 WS-HEAD1-PAGE PIC ZZ9.
           05 FILLER PIC X(17) VALUE SPACES.

       01  WS-HEAD2.
           05 FILLER PIC X(80) VALUE ALL '-'.

       01  WS-HEAD3.
           05 FILLER PIC X(34)
               VALUE 'DROP FLAG: AVERAGE DOWN MORE THAN '.
           05 WS-HEAD3-LIMIT PIC ZZ9.
           05 FILLER PIC X(7) VALUE ' POINTS'.
           05 FILLER PIC X(36) VALUE SPACES.

       01  WS-STUD-LINE.
           05 FILLER PIC X(8) VALUE 'STUDENT '.
           05 WS-SL-STUDNUMBER PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-STUDNAME PIC X(25).
           05 FILLER PIC X(35) VALUE SPACES.

       01  WS-TERM-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'TERM '.
           05 WS-TL-TERM PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'SECT '.
           05 WS-TL-SECT PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'MODS '.
           05 WS-TL-MODS PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'AVERAGE '.
           05 WS-TL-AVG-AREA.
              10 WS-TL-AVG PIC ZZ9.99.
           05 WS-TL-AVG-TEXT REDEFINES WS-TL-AVG-AREA PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'CHANGE '.
           05 WS-TL-CHANGE-AREA.
              10 WS-TL-CHANGE PIC +ZZ9.99.
           05 WS-TL-CHANGE-TEXT REDEFINES WS-TL-CHANGE-AREA
               PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TL-FLAG PIC X(6).
           05 FILLER PIC X(10) VALUE SPACES.

       01  WS-REPEAT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(21) VALUE '*REPEAT FAIL* MODULE '.
           05 WS-RP-MODCODE PIC 9(5).
           05 FILLER PIC X(16) VALUE ' FAILED IN TERM '.
           05 WS-RP-PRIOR PIC 9(5).
           05 FILLER PIC X(5) VALUE ' AND '.
           05 WS-RP-TERM PIC 9(5).
           05 FILLER PIC X(19) VALUE SPACES.

       01  WS-DECLINE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(45)
               VALUE '** DECLINING - ADDED TO THE INTERVENTION LIST'.
           05 FILLER PIC X(31) VALUE SPACES.

       01  WS-NONE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(40)
               VALUE 'NO STUDENTS WITH CLOSED TERMS ON HISTORY'.
           05 FILLER PIC X(36) VALUE SPACES.

       01  WS-SUM-LINE1.
           05 FILLER PIC X(8) VALUE 'SECTION '.
           05 WS-S1-SECT PIC 9(2).
           05 FILLER PIC X(26) VALUE ' STUDENTS WITH HISTORY:   '.
           05 WS-S1-COUNT PIC ZZZZ9.
           05 FILLER PIC X(39) VALUE SPACES.

       01  WS-SUM-LINE2.
           05 FILLER PIC X(8) VALUE 'SECTION '.
           05 WS-S2-SECT PIC 9(2).
           05 FILLER PIC X(26) VALUE ' COMPARED OVER TWO TERMS: '.
           05 WS-S2-COUNT PIC ZZZZ9.
           05 FILLER PIC X(39) VALUE SPACES.

       01  WS-SUM-LINE3.
           05 FILLER PIC X(8) VALUE 'SECTION '.
           05 WS-S3-SECT PIC 9(2).
           05 FILLER PIC X(26) VALUE ' AVERAGE TERM CHANGE:     '.
           05 WS-S3-CHANGE PIC +ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-S3-FLAG PIC X(8).
           05 FILLER PIC X(27) VALUE SPACES.

       01  WS-SUM-LINE4.
           05 FILLER PIC X(8) VALUE 'SECTION '.
           05 WS-S4-SECT PIC 9(2).
           05 FILLER PIC X(26) VALUE ' DECLINING STUDENTS:      '.
           05 WS-S4-COUNT PIC ZZZZ9.
           05 FILLER PIC X(39) VALUE SPACES.

       01  WS-SUM-LINE5.
           05 FILLER PIC X(8) VALUE 'SECTION '.
           05 WS-S5-SECT PIC 9(2).
           05 FILLER PIC X(26) VALUE ' REPEAT MODULE FAILURES:  '.
           05 WS-S5-COUNT PIC ZZZZ9.
           05 FILLER PIC X(39) VALUE SPACES.

       01  WS-OVER-HEAD.
           05 FILLER PIC X(4) VALUE 'SECT'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'STUDS'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'COMPD'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'PREV AVG'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'LAST AVG'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE ' CHANGE'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'DECLN'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'REPT '.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(9) VALUE SPACES.

       01  WS-OVER-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OL-SECT PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OL-STUDENTS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OL-COMPARED PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-OL-PREV-AVG PIC ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-OL-LAST-AVG PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OL-CHANGE PIC +ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OL-DECLINING PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OL-REPEAT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OL-FLAG PIC X(8).
           05 FILLER PIC X(9) VALUE SPACES.

       01  WS-PRINT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-TREND.
           PERFORM PARA-OPEN-FILES THRU PARA-OPEN-FILES-EXIT.
           IF WS-EOF = 0
               PERFORM PARA-SCAN-SECTIONS
               PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                       UNTIL WS-SECT-IDX > 99
                   IF WS-SECT-PRESENT(WS-SECT-IDX) = 1
                       MOVE WS-SECT-IDX TO WS-CUR-SECT
                       PERFORM PARA-REPORT-SECTION
                   END-IF
               END-PERFORM
               PERFORM PARA-PRINT-OVERVIEW
               PERFORM PARA-CLOSE-AND-REPORT
           END-IF.
           STOP RUN.

       PARA-OPEN-FILES.
           DISPLAY '**************************************'.
           DISPLAY '*    TERM-OVER-TERM TREND REPORT     *'.
           DISPLAY '**************************************'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM PARA-READ-TREND-LIMIT.

           OPEN INPUT FD-STUDENT.
           IF WS-FILESTATUS = 35
               DISPLAY "NO STUDENTS ON FILE. ABORTING."
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           OPEN INPUT FD-GRADEHIST.
           IF WS-FILESTATUS3 NOT = 0
               DISPLAY "NO GRADE HISTORY ON FILE - "
                   "NO CLOSED TERMS TO COMPARE. ABORTING."
               CLOSE FD-STUDENT
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           OPEN INPUT FD-MODMASTER.
           IF WS-FILESTATUS2 = 35
               MOVE 0 TO WS-MODMASTER-AVAIL
               DISPLAY "MODULE MASTER NOT ON FILE - AVERAGES NOT "
                   "CREDIT WEIGHTED, FAILURES NOT TRACKED."
           ELSE IF WS-FILESTATUS2 NOT = 0
               DISPLAY "MODULE MASTER UNREADABLE - STATUS "
                   WS-FILESTATUS2 "."
               DISPLAY "CONVERT IT WITH MASTERBACKUP OPTION C. "
                   "ABORTING."
               CLOSE FD-STUDENT
               CLOSE FD-GRADEHIST
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           ELSE
               MOVE 1 TO WS-MODMASTER-AVAIL
           END-IF.

           OPEN INPUT FD-RESIT.
           IF WS-FILESTATUS4 = 35
               MOVE 0 TO WS-RESIT-AVAIL
           ELSE
               MOVE 1 TO WS-RESIT-AVAIL
           END-IF.

           OPEN OUTPUT FD-REPORT.
           IF WS-FILESTATUS6 NOT = 0
               DISPLAY "UNABLE TO OPEN REPORT FILE. ABORTING."
               CLOSE FD-STUDENT
               CLOSE FD-GRADEHIST
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           OPEN OUTPUT FD-DECLINING.
           IF WS-FILESTATUS7 NOT = 0
               DISPLAY "UNABLE TO OPEN DECLINING FILE. ABORTING."
               CLOSE FD-STUDENT
               CLOSE FD-GRADEHIST
               CLOSE FD-REPORT
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           INITIALIZE WS-TREND-TABLE.
           DISPLAY "DROP LIMIT:    " WS-DROP-LIMIT " POINTS".

       PARA-OPEN-FILES-EXIT.
           EXIT.

       PARA-READ-TREND-LIMIT.
           MOVE 10 TO WS-DROP-LIMIT.
           OPEN INPUT FD-TRENDCFG.
           IF WS-FILESTATUS5 = 0
               READ FD-TRENDCFG
                   AT END CONTINUE
                   NOT AT END
                       IF FR-DROP-POINTS IS NUMERIC
                               AND FR-DROP-POINTS > 0
                               AND FR-DROP-POINTS <= 100
                           MOVE FR-DROP-POINTS TO WS-DROP-LIMIT
                       END-IF
               END-READ
               CLOSE FD-TRENDCFG
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
                       IF FD-STUDSECT >= 1 AND FD-STUDSECT <= 99
                           MOVE 1 TO WS-SECT-PRESENT(FD-STUDSECT)
                       END-IF
               END-READ
           END-PERFORM.

       PARA-REPORT-SECTION.
           MOVE 0 TO WS-PAGE-NUM.
           PERFORM PARA-PAGE-HEADING.

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
                           PERFORM PARA-TREND-STUDENT
                               THRU PARA-TREND-STUDENT-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TR-STUDENTS(WS-CUR-SECT) = 0
               MOVE WS-NONE-LINE TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           END-IF.

           PERFORM PARA-PRINT-SECTION-SUMMARY.

       PARA-TREND-STUDENT.
           MOVE FD-STUDNUMBER TO FD-GH-STUDNUMBER.
           MOVE 0 TO FD-GH-TERM.
           START FD-GRADEHIST KEY IS NOT LESS THAN FD-GH-KEY
               INVALID KEY MOVE 1 TO WS-GH-EOF
               NOT INVALID KEY MOVE 0 TO WS-GH-EOF
           END-START.
           IF WS-GH-EOF = 0
               READ FD-GRADEHIST NEXT RECORD
                   AT END MOVE 1 TO WS-GH-EOF
               END-READ
           END-IF.
           IF WS-GH-EOF = 1 OR FD-GH-STUDNUMBER NOT = FD-STUDNUMBER
               ADD 1 TO WS-NO-HIST-COUNT
               GO TO PARA-TREND-STUDENT-EXIT
           END-IF.

           ADD 1 TO WS-STUDENT-COUNT.
           ADD 1 TO WS-TR-STUDENTS(WS-CUR-SECT).

           IF WS-LINE-COUNT > 50
               PERFORM PARA-PAGE-HEADING
           END-IF.
           MOVE FD-STUDNUMBER TO WS-SL-STUDNUMBER.
           MOVE FD-STUDNAME TO WS-SL-STUDNAME.
           MOVE WS-STUD-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           MOVE 0 TO WS-TERM-COUNT.
           MOVE 0 TO WS-HAVE-PREV.
           MOVE 0 TO WS-HAVE-CMP.
           MOVE 0 TO WS-STUD-DROP.
           MOVE 0 TO WS-STUD-REPEAT-COUNT.
           MOVE 0 TO WS-STUD-REPEAT-MOD.
           MOVE 0 TO WS-FAIL-USED.

           PERFORM UNTIL WS-GH-EOF = 1
               ADD 1 TO WS-HIST-READ-COUNT
               PERFORM PARA-TREND-TERM
               READ FD-GRADEHIST NEXT RECORD
                   AT END MOVE 1 TO WS-GH-EOF
                   NOT AT END
                       IF FD-GH-STUDNUMBER NOT = FD-STUDNUMBER
                           MOVE 1 TO WS-GH-EOF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-HAVE-CMP = 1
               ADD 1 TO WS-COMPARED-COUNT
               ADD 1 TO WS-TR-COMPARED(WS-CUR-SECT)
               ADD WS-CMP-PREV-AVG TO WS-TR-PREV-TOTAL(WS-CUR-SECT)
               ADD WS-CMP-AVG TO WS-TR-LAST-TOTAL(WS-CUR-SECT)
               MOVE 0 TO WS-CMP-DROP
               IF WS-CMP-PREV-AVG > WS-CMP-AVG
                   COMPUTE WS-CMP-DROP = WS-CMP-PREV-AVG - WS-CMP-AVG
               END-IF
               IF WS-CMP-DROP > WS-DROP-LIMIT
                   MOVE 1 TO WS-STUD-DROP
               END-IF
           END-IF.

           IF WS-STUD-REPEAT-COUNT > 0
               ADD 1 TO WS-REPEAT-COUNT
               ADD 1 TO WS-TR-REPEAT(WS-CUR-SECT)
           END-IF.

           IF WS-STUD-DROP = 1 OR WS-STUD-REPEAT-COUNT > 0
               ADD 1 TO WS-DECLINING-COUNT
               ADD 1 TO WS-TR-DECLINING(WS-CUR-SECT)
               PERFORM PARA-WRITE-DECLINING
               MOVE WS-DECLINE-LINE TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

       PARA-TREND-STUDENT-EXIT.
           EXIT.

       PARA-TREND-TERM.
           ADD 1 TO WS-TERM-COUNT.
           MOVE 0 TO WS-GRADE-TOTAL.
           MOVE 0 TO WS-GRADE-COUNT.
           MOVE 0 TO WS-RPT-USED.
           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > FD-GH-MODCOUNT
               PERFORM PARA-TREND-MODULE
           END-PERFORM.

           IF WS-LINE-COUNT > 54
               PERFORM PARA-PAGE-HEADING
           END-IF.

           MOVE FD-GH-TERM TO WS-TL-TERM.
           MOVE FD-GH-STUDSECT TO WS-TL-SECT.
           MOVE FD-GH-MODCOUNT TO WS-TL-MODS.
           MOVE SPACES TO WS-TL-FLAG.

           IF WS-GRADE-COUNT = 0
               MOVE '  N/A ' TO WS-TL-AVG-TEXT
               MOVE '    N/A' TO WS-TL-CHANGE-TEXT
           ELSE
               COMPUTE WS-AVG-GRADE ROUNDED =
                   WS-GRADE-TOTAL / WS-GRADE-COUNT
               MOVE WS-AVG-GRADE TO WS-TL-AVG
               IF WS-HAVE-PREV = 0
                   MOVE '  FIRST' TO WS-TL-CHANGE-TEXT
               ELSE
                   COMPUTE WS-CHANGE = WS-AVG-GRADE - WS-PREV-AVG
                   MOVE WS-CHANGE TO WS-TL-CHANGE
                   MOVE 0 TO WS-DROP
                   IF WS-PREV-AVG > WS-AVG-GRADE
                       COMPUTE WS-DROP = WS-PREV-AVG - WS-AVG-GRADE
                   END-IF
                   IF WS-DROP > WS-DROP-LIMIT
                       MOVE '*DROP*' TO WS-TL-FLAG
                   END-IF
                   MOVE 1 TO WS-HAVE-CMP
                   MOVE WS-PREV-AVG TO WS-CMP-PREV-AVG
                   MOVE WS-PREV-TERM TO WS-CMP-PREV-TERM
                   MOVE WS-AVG-GRADE TO WS-CMP-AVG
                   MOVE FD-GH-TERM TO WS-CMP-TERM
               END-IF
               MOVE 1 TO WS-HAVE-PREV
               MOVE WS-AVG-GRADE TO WS-PREV-AVG
               MOVE FD-GH-TERM TO WS-PREV-TERM
           END-IF.

           MOVE WS-TERM-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-RPT-USED
               MOVE WS-RPT-MODCODE(WS-RPT-IDX) TO WS-RP-MODCODE
               MOVE WS-RPT-PRIOR(WS-RPT-IDX) TO WS-RP-PRIOR
               MOVE FD-GH-TERM TO WS-RP-TERM
               MOVE WS-REPEAT-LINE TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           END-PERFORM.

       PARA-TREND-MODULE.
           MOVE 1 TO WS-MOD-CREDITS.
           MOVE 0 TO WS-MOD-FOUND.
           IF WS-MODMASTER-AVAIL = 1
               MOVE FD-GH-MODULENUMB(WS-LOOP-IDX) TO FD-MODCODE
               READ FD-MODMASTER KEY IS FD-MODCODE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-MOD-FOUND
                       MOVE FD-MODPASSMARK TO WS-PASS-MARK
                       IF FD-MODCREDITS > 0
                           MOVE FD-MODCREDITS TO WS-MOD-CREDITS
                       END-IF
               END-READ
           END-IF.

           MOVE FD-GH-GRADE(WS-LOOP-IDX) TO WS-EFF-GRADE.
           IF WS-RESIT-AVAIL = 1
               MOVE FD-GH-STUDNUMBER TO FD-RS-STUDNUMBER
               MOVE FD-GH-TERM TO FD-RS-TERM
               MOVE FD-GH-MODULENUMB(WS-LOOP-IDX) TO FD-RS-MODCODE
               READ FD-RESIT KEY IS FD-RS-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FD-RS-STATUS = 'S'
                           MOVE FD-RS-AWARDED TO WS-EFF-GRADE
                       END-IF
               END-READ
           END-IF.

           IF WS-EFF-GRADE < 998
               COMPUTE WS-GRADE-TOTAL = WS-GRADE-TOTAL
                   + (WS-EFF-GRADE * WS-MOD-CREDITS)
               ADD WS-MOD-CREDITS TO WS-GRADE-COUNT
               IF WS-MOD-FOUND = 1 AND WS-EFF-GRADE < WS-PASS-MARK
                   PERFORM PARA-NOTE-FAIL
               END-IF
           END-IF.

       PARA-NOTE-FAIL.
           MOVE 0 TO WS-FAIL-HIT.
           PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
                   UNTIL WS-FAIL-IDX > WS-FAIL-USED
                   OR WS-FAIL-HIT > 0
               IF WS-FT-MODCODE(WS-FAIL-IDX) =
                       FD-GH-MODULENUMB(WS-LOOP-IDX)
                   AND WS-FT-TERM(WS-FAIL-IDX) NOT = FD-GH-TERM
                   MOVE WS-FAIL-IDX TO WS-FAIL-HIT
               END-IF
           END-PERFORM.

           IF WS-FAIL-HIT > 0
               ADD 1 TO WS-STUD-REPEAT-COUNT
               IF WS-STUD-REPEAT-MOD = 0
                   MOVE FD-GH-MODULENUMB(WS-LOOP-IDX)
                       TO WS-STUD-REPEAT-MOD
               END-IF
               IF WS-RPT-USED < 10
                   ADD 1 TO WS-RPT-USED
                   MOVE FD-GH-MODULENUMB(WS-LOOP-IDX)
                       TO WS-RPT-MODCODE(WS-RPT-USED)
                   MOVE WS-FT-TERM(WS-FAIL-HIT)
                       TO WS-RPT-PRIOR(WS-RPT-USED)
               END-IF
           END-IF.

           IF WS-FAIL-USED < 100
               ADD 1 TO WS-FAIL-USED
               MOVE FD-GH-MODULENUMB(WS-LOOP-IDX)
                   TO WS-FT-MODCODE(WS-FAIL-USED)
               MOVE FD-GH-TERM TO WS-FT-TERM(WS-FAIL-USED)
           END-IF.

       PARA-WRITE-DECLINING.
           MOVE FD-STUDNUMBER TO FV-STUDNUMBER.
           MOVE FD-STUDSECT TO FV-STUDSECT.
           IF WS-HAVE-CMP = 1
               MOVE WS-CMP-TERM TO FV-TERM
               MOVE WS-CMP-PREV-TERM TO FV-PREV-TERM
               MOVE WS-CMP-AVG TO FV-AVG
               MOVE WS-CMP-PREV-AVG TO FV-PREV-AVG
           ELSE
               MOVE WS-PREV-TERM TO FV-TERM
               MOVE 0 TO FV-PREV-TERM
               MOVE WS-PREV-AVG TO FV-AVG
               MOVE 0 TO FV-PREV-AVG
           END-IF.
           IF WS-STUD-DROP = 1
               MOVE 'Y' TO FV-DROP-FLAG
               MOVE WS-CMP-DROP TO FV-DROP
           ELSE
               MOVE 'N' TO FV-DROP-FLAG
               MOVE 0 TO FV-DROP
           END-IF.
           IF WS-STUD-REPEAT-COUNT > 0
               MOVE 'Y' TO FV-REPEAT-FLAG
           ELSE
               MOVE 'N' TO FV-REPEAT-FLAG
           END-IF.
           MOVE WS-STUD-REPEAT-MOD TO FV-REPEAT-MOD.
           MOVE WS-STUD-REPEAT-COUNT TO FV-REPEAT-COUNT.
           WRITE F-DECLININGREC.

       PARA-PRINT-SECTION-SUMMARY.
           IF WS-LINE-COUNT > 48
               PERFORM PARA-PAGE-HEADING
           END-IF.

           MOVE WS-HEAD2 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           MOVE WS-CUR-SECT TO WS-SECT-IDX.
           PERFORM PARA-CALC-SECTION-TREND.

           MOVE WS-CUR-SECT TO WS-S1-SECT.
           MOVE WS-TR-STUDENTS(WS-CUR-SECT) TO WS-S1-COUNT.
           MOVE WS-SUM-LINE1 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           MOVE WS-CUR-SECT TO WS-S2-SECT.
           MOVE WS-TR-COMPARED(WS-CUR-SECT) TO WS-S2-COUNT.
           MOVE WS-SUM-LINE2 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           MOVE WS-CUR-SECT TO WS-S3-SECT.
           MOVE WS-SECT-CHANGE TO WS-S3-CHANGE.
           IF WS-SECT-CHANGE < 0
               MOVE 'SLIPPING' TO WS-S3-FLAG
           ELSE
               MOVE SPACES TO WS-S3-FLAG
           END-IF.
           MOVE WS-SUM-LINE3 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           MOVE WS-CUR-SECT TO WS-S4-SECT.
           MOVE WS-TR-DECLINING(WS-CUR-SECT) TO WS-S4-COUNT.
           MOVE WS-SUM-LINE4 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           MOVE WS-CUR-SECT TO WS-S5-SECT.
           MOVE WS-TR-REPEAT(WS-CUR-SECT) TO WS-S5-COUNT.
           MOVE WS-SUM-LINE5 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

       PARA-CALC-SECTION-TREND.
           IF WS-TR-COMPARED(WS-SECT-IDX) > 0
               COMPUTE WS-SECT-PREV-AVG ROUNDED =
                   WS-TR-PREV-TOTAL(WS-SECT-IDX)
                   / WS-TR-COMPARED(WS-SECT-IDX)
               COMPUTE WS-SECT-LAST-AVG ROUNDED =
                   WS-TR-LAST-TOTAL(WS-SECT-IDX)
                   / WS-TR-COMPARED(WS-SECT-IDX)
               COMPUTE WS-SECT-CHANGE =
                   WS-SECT-LAST-AVG - WS-SECT-PREV-AVG
           ELSE
               MOVE 0 TO WS-SECT-PREV-AVG
               MOVE 0 TO WS-SECT-LAST-AVG
               MOVE 0 TO WS-SECT-CHANGE
           END-IF.

       PARA-PRINT-OVERVIEW.
           MOVE 0 TO WS-CUR-SECT.
           MOVE 0 TO WS-PAGE-NUM.
           PERFORM PARA-PAGE-HEADING.
           MOVE WS-OVER-HEAD TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                   UNTIL WS-SECT-IDX > 99
               IF WS-SECT-PRESENT(WS-SECT-IDX) = 1
                   PERFORM PARA-PRINT-OVERVIEW-LINE
               END-IF
           END-PERFORM.

       PARA-PRINT-OVERVIEW-LINE.
           IF WS-LINE-COUNT > 54
               PERFORM PARA-PAGE-HEADING
               MOVE WS-OVER-HEAD TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           END-IF.

           PERFORM PARA-CALC-SECTION-TREND.
           MOVE WS-SECT-IDX TO WS-OL-SECT.
           MOVE WS-TR-STUDENTS(WS-SECT-IDX) TO WS-OL-STUDENTS.
           MOVE WS-TR-COMPARED(WS-SECT-IDX) TO WS-OL-COMPARED.
           MOVE WS-SECT-PREV-AVG TO WS-OL-PREV-AVG.
           MOVE WS-SECT-LAST-AVG TO WS-OL-LAST-AVG.
           MOVE WS-SECT-CHANGE TO WS-OL-CHANGE.
           MOVE WS-TR-DECLINING(WS-SECT-IDX) TO WS-OL-DECLINING.
           MOVE WS-TR-REPEAT(WS-SECT-IDX) TO WS-OL-REPEAT.
           IF WS-SECT-CHANGE < 0
               MOVE 'SLIPPING' TO WS-OL-FLAG
           ELSE
               MOVE SPACES TO WS-OL-FLAG
           END-IF.
           MOVE WS-OVER-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

       PARA-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM.
           IF WS-CUR-SECT = 0
               MOVE 'ALL SECTS ' TO WS-HEAD1-SCOPE
           ELSE
               MOVE SPACES TO WS-HEAD1-SCOPE
               STRING 'SECTION ' WS-CUR-SECT
                   DELIMITED BY SIZE INTO WS-HEAD1-SCOPE
           END-IF.
           MOVE WS-RUN-DATE TO WS-HEAD1-DATE.
           MOVE WS-PAGE-NUM TO WS-HEAD1-PAGE.
           MOVE WS-DROP-LIMIT TO WS-HEAD3-LIMIT.
           MOVE 0 TO WS-LINE-COUNT.

           IF WS-REPORT-STARTED = 1
               MOVE SPACES TO F-REPORTLINE
               WRITE F-REPORTLINE AFTER ADVANCING PAGE
           ELSE
               MOVE 1 TO WS-REPORT-STARTED
           END-IF.
           MOVE WS-HEAD1 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE WS-HEAD3 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE WS-HEAD2 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

       PARA-WRITE-LINE.
           MOVE WS-PRINT-LINE TO F-REPORTLINE.
           WRITE F-REPORTLINE.
           ADD 1 TO WS-LINE-COUNT.

       PARA-CLOSE-AND-REPORT.
           CLOSE FD-STUDENT.
           CLOSE FD-GRADEHIST.
           IF WS-MODMASTER-AVAIL = 1
               CLOSE FD-MODMASTER
           END-IF.
           IF WS-RESIT-AVAIL = 1
               CLOSE FD-RESIT
           END-IF.
           CLOSE FD-REPORT.
           CLOSE FD-DECLINING.

           DISPLAY '**************************************'.
           DISPLAY "HISTORY RECORDS READ:      " WS-HIST-READ-COUNT.
           DISPLAY "STUDENTS WITH HISTORY:     " WS-STUDENT-COUNT.
           DISPLAY "STUDENTS WITH NO HISTORY:  " WS-NO-HIST-COUNT.
           DISPLAY "COMPARED OVER TWO TERMS:   " WS-COMPARED-COUNT.
           DISPLAY "REPEAT MODULE FAILURES:    " WS-REPEAT-COUNT.
           DISPLAY "DECLINING STUDENTS:        " WS-DECLINING-COUNT.
           DISPLAY "REPORT WRITTEN TO TRENDREPORT.dat".
           DISPLAY "DECLINING WRITTEN TO DECLINING.dat".
           DISPLAY '**************************************'.
