       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-STUDENT ASSIGN TO 'C:\COBOL\BANK\STUDENT.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-STUDNUMBER
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-TEACHER ASSIGN TO 'C:\COBOL\BANK\TEACHER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS F-USERNAME
           FILE STATUS IS WS-FILESTATUS2.

           SELECT FD-TEACHSECT ASSIGN TO
               'C:\COBOL\BANK\TEACHSECT.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-TS-KEY
           FILE STATUS IS WS-FILESTATUS3.

           SELECT FD-MODMASTER ASSIGN TO
               'C:\COBOL\BANK\MODULEMASTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-MODCODE
           FILE STATUS IS WS-FILESTATUS4.

           SELECT FD-GRADEHIST ASSIGN TO
               'C:\COBOL\BANK\GRADEHISTORY.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-GH-KEY
           FILE STATUS IS WS-FILESTATUS5.

           SELECT FD-CONTACT ASSIGN TO
               'C:\COBOL\BANK\STUDCONTACT.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-CT-STUDNUMBER
           FILE STATUS IS WS-FILESTATUS6.

           SELECT FD-ACCTSTAT ASSIGN TO
               'C:\COBOL\BANK\ACCTSTATUS.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-AS-USERNAME
           FILE STATUS IS WS-FILESTATUS7.

           SELECT FD-STUDHIST ASSIGN TO
               'C:\COBOL\BANK\STUDENTHISTORY.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS8.

           SELECT FD-GRADEAUDIT ASSIGN TO
               'C:\COBOL\BANK\GRADEAUDIT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS9.

           SELECT FD-TERMCLOSE ASSIGN TO
               'C:\COBOL\BANK\TERMCLOSE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS10.

           SELECT FD-REPORT ASSIGN TO
               'C:\COBOL\BANK\RECONREPORT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS11.

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

       FD  FD-TEACHER.
       01  F-TEACHERINFO.
           05 F-USERNAME PIC X(10).
           05 F-PASSWORD PIC X(10).
           05 F-TEACHERNAME PIC X(25).
           05 F-SECTION PIC 9(2).

       FD  FD-TEACHSECT.
       01  F-TEACHSECTREC.
           05 FD-TS-KEY.
              10 FD-TS-USERNAME PIC X(10).
              10 FD-TS-SECTION PIC 9(2).

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

       FD  FD-CONTACT.
       01  F-CONTACTREC.
           05 FD-CT-STUDNUMBER PIC 9(10).
           05 FD-CT-GUARDNAME PIC X(25).
           05 FD-CT-PHONE PIC X(15).
           05 FD-CT-ADDRESS PIC X(50).

       FD  FD-ACCTSTAT.
       01  F-ACCTSTATREC.
           05 FD-AS-USERNAME PIC X(10).
           05 FD-AS-STREAK PIC 9(4).
           05 FD-AS-LOCKED PIC 9.

       FD  FD-STUDHIST.
       01  F-STUDHISTREC.
           05 FH-DATETIME PIC X(14).
           05 FH-DATA PIC X(119).

       FD  FD-GRADEAUDIT.
       01  FD-GRADEAUDITREC.
           05 FD-GA-DATETIME PIC X(14).
           05 FD-GA-USER PIC X(10).
           05 FD-GA-STUDNUMBER PIC 9(10).
           05 FD-GA-FIELD PIC X(8).
           05 FD-GA-OLDVALUE PIC X(25).
           05 FD-GA-NEWVALUE PIC X(25).

       FD  FD-TERMCLOSE.
       01  F-TERMCLOSEREC.
           05 FT-CLOSE-DATETIME PIC X(14).
           05 FT-CLOSE-TERM PIC 9(5).

       FD  FD-REPORT.
       01  F-REPORTLINE PIC X(80).

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
       01  WS-EOF PIC 9 VALUE 0.
       01  WS-ABORT PIC 9 VALUE 0.
       01  WS-STUD-FLAG PIC 9.
       01  WS-FOUND PIC 9.

       01  WS-TEACHER-AVAIL PIC 9 VALUE 0.
       01  WS-TEACHSECT-AVAIL PIC 9 VALUE 0.
       01  WS-MODMASTER-AVAIL PIC 9 VALUE 0.
       01  WS-GRADEHIST-AVAIL PIC 9 VALUE 0.
       01  WS-CONTACT-AVAIL PIC 9 VALUE 0.
       01  WS-ACCTSTAT-AVAIL PIC 9 VALUE 0.

       01  WS-LAST-CLOSE-DATETIME PIC X(14).
       01  WS-LAST-CLOSE-TERM PIC 9(5).
       01  WS-CLOSE-ON-FILE PIC 9 VALUE 0.

       01  WS-SECT-TABLE.
           05 WS-SECT-ENTRY OCCURS 99 TIMES.
              10 WS-SECT-STUDENTS PIC 9(5).
              10 WS-SECT-TAUGHT PIC 9.
       01  WS-SECT-IDX PIC 9(3).

       01  WS-HIST-TABLE.
           05 WS-HIST-STUDNUMBER OCCURS 2000 TIMES PIC 9(10).
       01  WS-HIST-USED PIC 9(4) VALUE 0.
       01  WS-HIST-IDX PIC 9(4).
       01  WS-HIST-OVERFLOW PIC 9 VALUE 0.

       01  WS-AU-TABLE.
           05 WS-AU-ENTRY OCCURS 3000 TIMES.
              10 WS-AU-STUDNUMBER PIC 9(10).
              10 WS-AU-MODCODE PIC 9(5).
              10 WS-AU-GRADE PIC 9(3).
       01  WS-AU-USED PIC 9(4) VALUE 0.
       01  WS-AU-IDX PIC 9(4).
       01  WS-AU-HIT PIC 9(4).
       01  WS-AU-OVERFLOW PIC 9 VALUE 0.
       01  WS-POST-MODCODE PIC 9(5).
       01  WS-POST-GRADE PIC 9(3).

       01  WS-LOOP-IDX PIC 9(2).
       01  WS-SLOT-HIT PIC 9(2).
       01  WS-FILLED PIC 9(2).
       01  WS-LAST-ORPHAN PIC 9(10).
       01  WS-CHECK-STUDNUMBER PIC 9(10).

       01  WS-STUDENT-COUNT PIC 9(5) VALUE 0.
       01  WS-CONTACT-COUNT PIC 9(5) VALUE 0.
       01  WS-GRADEHIST-COUNT PIC 9(7) VALUE 0.
       01  WS-ACCTSTAT-COUNT PIC 9(5) VALUE 0.
       01  WS-AUDIT-COUNT PIC 9(7) VALUE 0.
       01  WS-AUDIT-USED-COUNT PIC 9(7) VALUE 0.

       01  WS-EXC-MODULE PIC 9(5) VALUE 0.
       01  WS-EXC-COUNT PIC 9(5) VALUE 0.
       01  WS-EXC-SECTION PIC 9(5) VALUE 0.
       01  WS-EXC-TEACHSECT PIC 9(5) VALUE 0.
       01  WS-EXC-CONTACT PIC 9(5) VALUE 0.
       01  WS-EXC-GRADEHIST PIC 9(5) VALUE 0.
       01  WS-EXC-ACCTSTAT PIC 9(5) VALUE 0.
       01  WS-EXC-AUDIT PIC 9(5) VALUE 0.
       01  WS-EXC-TOTAL PIC 9(6) VALUE 0.

       01  WS-RUN-DATE PIC X(8).
       01  WS-LINE-COUNT PIC 9(2).
       01  WS-PAGE-NUM PIC 9(3) VALUE 0.
       01  WS-REPORT-STARTED PIC 9 VALUE 0.

       01  WS-HEAD1.
           05 FILLER PIC X(29)
               VALUE 'NIGHTLY RECONCILIATION REPORT'.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'RUN DATE '.
           05 WS-HEAD1-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE '  PAGE '.
           05 WS-HEAD1-PAGE PIC ZZ9.
           05 FILLER PIC X(20) VALUE SPACES.

       01  WS-HEAD2.
           05 FILLER PIC X(80) VALUE ALL '-'.

       01  WS-HEAD3.
           05 FILLER PIC X(8) VALUE 'CHECK'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'KEY'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(58) VALUE 'EXCEPTION'.

       01  WS-DET-LINE.
           05 WS-DL-CHECK PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-KEY PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-TEXT PIC X(58).

       01  WS-SUM-LINE.
           05 WS-SL-LABEL PIC X(45).
           05 WS-SL-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(29) VALUE SPACES.

       01  WS-NOTE-LINE.
           05 FILLER PIC X(4) VALUE '*** '.
           05 WS-NL-TEXT PIC X(76).

       01  WS-SHOW-MOD PIC 9(5).
       01  WS-SHOW-GRADE PIC 9(3).
       01  WS-SHOW-GRADE2 PIC 9(3).
       01  WS-SHOW-COUNT PIC 9(2).
       01  WS-SHOW-SECT PIC 9(2).

       01  WS-PRINT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-RECONCILE.
           PERFORM PARA-OPEN-FILES THRU PARA-OPEN-FILES-EXIT.
           IF WS-ABORT = 0
               PERFORM PARA-READ-TERM-CLOSE
               PERFORM PARA-LOAD-STUDHIST
               PERFORM PARA-PAGE-HEADING
               PERFORM PARA-LOAD-TEACHSECT
               PERFORM PARA-CHECK-STUDENTS
               PERFORM PARA-CHECK-SECTIONS
               PERFORM PARA-CHECK-CONTACTS
               PERFORM PARA-CHECK-GRADEHIST
               PERFORM PARA-CHECK-ACCTSTAT
               PERFORM PARA-CHECK-AUDIT
               PERFORM PARA-PRINT-SUMMARY
               PERFORM PARA-CLOSE-AND-REPORT
           END-IF.
           STOP RUN.

       PARA-OPEN-FILES.
           DISPLAY '**************************************'.
           DISPLAY '*   NIGHTLY RECONCILIATION RUN       *'.
           DISPLAY '**************************************'.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           OPEN INPUT FD-STUDENT.
           IF WS-FILESTATUS = 35
               DISPLAY "NO STUDENTS ON FILE. ABORTING."
               MOVE 1 TO WS-ABORT
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           OPEN OUTPUT FD-REPORT.
           IF WS-FILESTATUS11 NOT = 0
               DISPLAY "UNABLE TO OPEN REPORT FILE. ABORTING."
               CLOSE FD-STUDENT
               MOVE 1 TO WS-ABORT
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           OPEN INPUT FD-TEACHER.
           IF WS-FILESTATUS2 = 0
               MOVE 1 TO WS-TEACHER-AVAIL
           ELSE
               DISPLAY "TEACHER FILE NOT AVAILABLE."
           END-IF.

           OPEN INPUT FD-TEACHSECT.
           IF WS-FILESTATUS3 = 0
               MOVE 1 TO WS-TEACHSECT-AVAIL
           ELSE
               DISPLAY "NO SECTION ASSIGNMENTS ON FILE."
           END-IF.

           OPEN INPUT FD-MODMASTER.
           IF WS-FILESTATUS4 = 0
               MOVE 1 TO WS-MODMASTER-AVAIL
           ELSE IF WS-FILESTATUS4 = 35
               DISPLAY "MODULE MASTER NOT AVAILABLE."
           ELSE
               DISPLAY "MODULE MASTER UNREADABLE - STATUS "
                   WS-FILESTATUS4 "."
               DISPLAY "CONVERT IT WITH MASTERBACKUP OPTION C. "
                   "ABORTING."
               CLOSE FD-STUDENT
               CLOSE FD-REPORT
               MOVE 1 TO WS-ABORT
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           OPEN INPUT FD-GRADEHIST.
           IF WS-FILESTATUS5 = 0
               MOVE 1 TO WS-GRADEHIST-AVAIL
           END-IF.

           OPEN INPUT FD-CONTACT.
           IF WS-FILESTATUS6 = 0
               MOVE 1 TO WS-CONTACT-AVAIL
           END-IF.

           OPEN INPUT FD-ACCTSTAT.
           IF WS-FILESTATUS7 = 0
               MOVE 1 TO WS-ACCTSTAT-AVAIL
           END-IF.

       PARA-OPEN-FILES-EXIT.
           EXIT.

       PARA-READ-TERM-CLOSE.
           MOVE SPACES TO WS-LAST-CLOSE-DATETIME.
           MOVE 0 TO WS-LAST-CLOSE-TERM.
           MOVE 0 TO WS-CLOSE-ON-FILE.
           MOVE 0 TO WS-EOF.
           OPEN INPUT FD-TERMCLOSE.
           IF WS-FILESTATUS10 NOT = 0
               MOVE 1 TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 1
               READ FD-TERMCLOSE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FT-CLOSE-DATETIME > WS-LAST-CLOSE-DATETIME
                           MOVE FT-CLOSE-DATETIME
                               TO WS-LAST-CLOSE-DATETIME
                           MOVE FT-CLOSE-TERM TO WS-LAST-CLOSE-TERM
                           MOVE 1 TO WS-CLOSE-ON-FILE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FILESTATUS10 = 0 OR WS-FILESTATUS10 = 10
               CLOSE FD-TERMCLOSE
           END-IF.

       PARA-LOAD-STUDHIST.
           MOVE 0 TO WS-EOF.
           OPEN INPUT FD-STUDHIST.
           IF WS-FILESTATUS8 NOT = 0
               MOVE 1 TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 1
               READ FD-STUDHIST
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FH-DATA(1:10) IS NUMERIC
                           IF WS-HIST-USED < 2000
                               ADD 1 TO WS-HIST-USED
                               MOVE FH-DATA(1:10)
                                   TO WS-HIST-STUDNUMBER(WS-HIST-USED)
                           ELSE
                               MOVE 1 TO WS-HIST-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FILESTATUS8 = 0 OR WS-FILESTATUS8 = 10
               CLOSE FD-STUDHIST
           END-IF.

       PARA-LOAD-TEACHSECT.
           INITIALIZE WS-SECT-TABLE.
           IF WS-TEACHSECT-AVAIL = 1
               MOVE LOW-VALUES TO FD-TS-KEY
               START FD-TEACHSECT KEY IS NOT LESS THAN FD-TS-KEY
                   INVALID KEY MOVE 1 TO WS-EOF
                   NOT INVALID KEY MOVE 0 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 1
                   READ FD-TEACHSECT NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END PERFORM PARA-CHECK-ONE-TEACHSECT
                   END-READ
               END-PERFORM
           END-IF.

       PARA-CHECK-ONE-TEACHSECT.
           IF FD-TS-SECTION > 0
               MOVE 1 TO WS-SECT-TAUGHT(FD-TS-SECTION)
           END-IF.

           IF WS-TEACHER-AVAIL = 1
               MOVE FD-TS-USERNAME TO F-USERNAME
               READ FD-TEACHER KEY IS F-USERNAME
                   INVALID KEY MOVE 0 TO WS-FOUND
                   NOT INVALID KEY MOVE 1 TO WS-FOUND
               END-READ
               IF WS-FOUND = 0
                   ADD 1 TO WS-EXC-TEACHSECT
                   MOVE 'TEACHSCT' TO WS-DL-CHECK
                   MOVE FD-TS-USERNAME TO WS-DL-KEY
                   MOVE FD-TS-SECTION TO WS-SHOW-SECT
                   MOVE SPACES TO WS-DL-TEXT
                   STRING 'SECTION ' WS-SHOW-SECT
                       ' ASSIGNED TO USER NOT ON TEACHER FILE'
                       DELIMITED BY SIZE INTO WS-DL-TEXT
                   PERFORM PARA-WRITE-DETAIL
               END-IF
           END-IF.

       PARA-CHECK-STUDENTS.
           MOVE 0 TO FD-STUDNUMBER.
           START FD-STUDENT KEY IS NOT LESS THAN FD-STUDNUMBER
               INVALID KEY MOVE 1 TO WS-EOF
               NOT INVALID KEY MOVE 0 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ FD-STUDENT NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END PERFORM PARA-CHECK-ONE-STUDENT
               END-READ
           END-PERFORM.

       PARA-CHECK-ONE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT.
           IF FD-STUDSECT > 0
               ADD 1 TO WS-SECT-STUDENTS(FD-STUDSECT)
           END-IF.

           MOVE 0 TO WS-FILLED.
           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > 10
               IF FD-MODULENUMB(WS-LOOP-IDX) > 0
                   ADD 1 TO WS-FILLED
                   IF WS-MODMASTER-AVAIL = 1
                       PERFORM PARA-CHECK-SLOT-MODULE
                   END-IF
               END-IF
           END-PERFORM.

           IF FD-MODCOUNT NOT = WS-FILLED
               ADD 1 TO WS-EXC-COUNT
               MOVE 'MODCOUNT' TO WS-DL-CHECK
               MOVE FD-STUDNUMBER TO WS-DL-KEY
               MOVE FD-MODCOUNT TO WS-SHOW-COUNT
               MOVE SPACES TO WS-DL-TEXT
               STRING 'MODULE COUNT ' WS-SHOW-COUNT
                   ' BUT ' WS-FILLED ' SLOTS FILLED'
                   DELIMITED BY SIZE INTO WS-DL-TEXT
               PERFORM PARA-WRITE-DETAIL
           END-IF.

       PARA-CHECK-SLOT-MODULE.
           MOVE FD-MODULENUMB(WS-LOOP-IDX) TO FD-MODCODE.
           READ FD-MODMASTER KEY IS FD-MODCODE
               INVALID KEY MOVE 0 TO WS-FOUND
               NOT INVALID KEY MOVE 1 TO WS-FOUND
           END-READ.
           IF WS-FOUND = 0
               ADD 1 TO WS-EXC-MODULE
               MOVE 'MODULE' TO WS-DL-CHECK
               MOVE FD-STUDNUMBER TO WS-DL-KEY
               MOVE FD-MODULENUMB(WS-LOOP-IDX) TO WS-SHOW-MOD
               MOVE SPACES TO WS-DL-TEXT
               STRING 'SLOT ' WS-LOOP-IDX ' MODULE ' WS-SHOW-MOD
                   ' NOT ON MODULE MASTER'
                   DELIMITED BY SIZE INTO WS-DL-TEXT
               PERFORM PARA-WRITE-DETAIL
           END-IF.

       PARA-CHECK-SECTIONS.
           IF WS-TEACHSECT-AVAIL = 1
               PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                       UNTIL WS-SECT-IDX > 99
                   PERFORM PARA-CHECK-ONE-SECTION
               END-PERFORM
           END-IF.

       PARA-CHECK-ONE-SECTION.
           IF WS-SECT-STUDENTS(WS-SECT-IDX) > 0
                   AND WS-SECT-TAUGHT(WS-SECT-IDX) = 0
               ADD 1 TO WS-EXC-SECTION
               MOVE 'SECTION' TO WS-DL-CHECK
               MOVE SPACES TO WS-DL-KEY
               MOVE WS-SECT-IDX TO WS-SHOW-SECT
               MOVE WS-SHOW-SECT TO WS-DL-KEY(1:2)
               MOVE SPACES TO WS-DL-TEXT
               STRING WS-SECT-STUDENTS(WS-SECT-IDX)
                   ' STUDENT(S) BUT NO TEACHER ASSIGNED'
                   DELIMITED BY SIZE INTO WS-DL-TEXT
               PERFORM PARA-WRITE-DETAIL
           END-IF.

       PARA-CHECK-CONTACTS.
           IF WS-CONTACT-AVAIL = 1
               MOVE 0 TO FD-CT-STUDNUMBER
               START FD-CONTACT KEY IS NOT LESS THAN FD-CT-STUDNUMBER
                   INVALID KEY MOVE 1 TO WS-EOF
                   NOT INVALID KEY MOVE 0 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 1
                   READ FD-CONTACT NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END PERFORM PARA-CHECK-ONE-CONTACT
                   END-READ
               END-PERFORM
           END-IF.

       PARA-CHECK-ONE-CONTACT.
           ADD 1 TO WS-CONTACT-COUNT.
           MOVE FD-CT-STUDNUMBER TO WS-CHECK-STUDNUMBER.
           PERFORM PARA-FIND-STUDENT.
           IF WS-STUD-FLAG = 0
               ADD 1 TO WS-EXC-CONTACT
               MOVE 'CONTACT' TO WS-DL-CHECK
               MOVE FD-CT-STUDNUMBER TO WS-DL-KEY
               MOVE 'CONTACT FOR STUDENT NOT ON STUDENT OR HISTORY FILE'
                   TO WS-DL-TEXT
               PERFORM PARA-WRITE-DETAIL
           END-IF.

       PARA-CHECK-GRADEHIST.
           MOVE 0 TO WS-LAST-ORPHAN.
           IF WS-GRADEHIST-AVAIL = 1
               MOVE 0 TO FD-GH-STUDNUMBER
               MOVE 0 TO FD-GH-TERM
               START FD-GRADEHIST KEY IS NOT LESS THAN FD-GH-KEY
                   INVALID KEY MOVE 1 TO WS-EOF
                   NOT INVALID KEY MOVE 0 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 1
                   READ FD-GRADEHIST NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END PERFORM PARA-CHECK-ONE-GRADEHIST
                   END-READ
               END-PERFORM
           END-IF.

       PARA-CHECK-ONE-GRADEHIST.
           ADD 1 TO WS-GRADEHIST-COUNT.
           IF FD-GH-STUDNUMBER NOT = WS-LAST-ORPHAN
               MOVE FD-GH-STUDNUMBER TO WS-CHECK-STUDNUMBER
               PERFORM PARA-FIND-STUDENT
               IF WS-STUD-FLAG = 0
                   MOVE FD-GH-STUDNUMBER TO WS-LAST-ORPHAN
                   ADD 1 TO WS-EXC-GRADEHIST
                   MOVE 'GRADEHST' TO WS-DL-CHECK
                   MOVE FD-GH-STUDNUMBER TO WS-DL-KEY
                   MOVE SPACES TO WS-DL-TEXT
                   STRING 'HISTORY FROM TERM ' FD-GH-TERM
                       ' FOR STUDENT NOT ON STUDENT OR HISTORY'
                       DELIMITED BY SIZE INTO WS-DL-TEXT
                   PERFORM PARA-WRITE-DETAIL
               END-IF
           END-IF.

       PARA-FIND-STUDENT.
           MOVE WS-CHECK-STUDNUMBER TO FD-STUDNUMBER.
           READ FD-STUDENT KEY IS FD-STUDNUMBER
               INVALID KEY MOVE 0 TO WS-STUD-FLAG
               NOT INVALID KEY MOVE 1 TO WS-STUD-FLAG
           END-READ.
           IF WS-STUD-FLAG = 0
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX > WS-HIST-USED
                          OR WS-STUD-FLAG = 1
                   IF WS-HIST-STUDNUMBER(WS-HIST-IDX) =
                           WS-CHECK-STUDNUMBER
                       MOVE 1 TO WS-STUD-FLAG
                   END-IF
               END-PERFORM
           END-IF.

       PARA-CHECK-ACCTSTAT.
           IF WS-ACCTSTAT-AVAIL = 1 AND WS-TEACHER-AVAIL = 1
               MOVE LOW-VALUES TO FD-AS-USERNAME
               START FD-ACCTSTAT KEY IS NOT LESS THAN FD-AS-USERNAME
                   INVALID KEY MOVE 1 TO WS-EOF
                   NOT INVALID KEY MOVE 0 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 1
                   READ FD-ACCTSTAT NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END PERFORM PARA-CHECK-ONE-ACCTSTAT
                   END-READ
               END-PERFORM
           END-IF.

       PARA-CHECK-ONE-ACCTSTAT.
           ADD 1 TO WS-ACCTSTAT-COUNT.
           IF FD-AS-USERNAME NOT = 'ADMIN'
               MOVE FD-AS-USERNAME TO F-USERNAME
               READ FD-TEACHER KEY IS F-USERNAME
                   INVALID KEY MOVE 0 TO WS-FOUND
                   NOT INVALID KEY MOVE 1 TO WS-FOUND
               END-READ
               IF WS-FOUND = 0
                   ADD 1 TO WS-EXC-ACCTSTAT
                   MOVE 'ACCTSTAT' TO WS-DL-CHECK
                   MOVE FD-AS-USERNAME TO WS-DL-KEY
                   IF FD-AS-LOCKED = 1
                       MOVE 'LOCKED ACCOUNT STATUS FOR UNKNOWN USER'
                           TO WS-DL-TEXT
                   ELSE
                       MOVE 'ACCOUNT STATUS FOR USER NOT ON TEACHER'
                           TO WS-DL-TEXT
                   END-IF
                   PERFORM PARA-WRITE-DETAIL
               END-IF
           END-IF.

       PARA-CHECK-AUDIT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT FD-GRADEAUDIT.
           IF WS-FILESTATUS9 NOT = 0
               MOVE 1 TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 1
               READ FD-GRADEAUDIT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-AUDIT-COUNT
                       IF FD-GA-DATETIME > WS-LAST-CLOSE-DATETIME
                           PERFORM PARA-APPLY-AUDIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FILESTATUS9 = 0 OR WS-FILESTATUS9 = 10
               CLOSE FD-GRADEAUDIT
           END-IF.

           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                   UNTIL WS-AU-IDX > WS-AU-USED
               IF WS-AU-MODCODE(WS-AU-IDX) > 0
                   PERFORM PARA-COMPARE-AUDIT
                       THRU PARA-COMPARE-AUDIT-EXIT
               END-IF
           END-PERFORM.

       PARA-APPLY-AUDIT.
           IF FD-GA-FIELD = 'GRADE   '
               IF FD-GA-NEWVALUE(1:3) IS NUMERIC
                       AND FD-GA-NEWVALUE(7:5) IS NUMERIC
                   MOVE FD-GA-NEWVALUE(7:5) TO WS-POST-MODCODE
                   MOVE FD-GA-NEWVALUE(1:3) TO WS-POST-GRADE
                   PERFORM PARA-POST-AUDIT-ENTRY
               END-IF
           ELSE IF FD-GA-FIELD = 'APPEND  '
               IF FD-GA-NEWVALUE(1:5) IS NUMERIC
                       AND FD-GA-NEWVALUE(7:3) IS NUMERIC
                   MOVE FD-GA-NEWVALUE(1:5) TO WS-POST-MODCODE
                   MOVE FD-GA-NEWVALUE(7:3) TO WS-POST-GRADE
                   PERFORM PARA-POST-AUDIT-ENTRY
               END-IF
           ELSE IF FD-GA-FIELD = 'MODULE  '
               IF FD-GA-OLDVALUE(1:5) IS NUMERIC
                   MOVE FD-GA-OLDVALUE(1:5) TO WS-POST-MODCODE
                   PERFORM PARA-FIND-AUDIT-ENTRY
                   IF WS-AU-HIT > 0
                       MOVE 0 TO WS-AU-MODCODE(WS-AU-HIT)
                   END-IF
               END-IF
           END-IF.

       PARA-POST-AUDIT-ENTRY.
           ADD 1 TO WS-AUDIT-USED-COUNT.
           PERFORM PARA-FIND-AUDIT-ENTRY.
           IF WS-AU-HIT = 0
               IF WS-AU-USED < 3000
                   ADD 1 TO WS-AU-USED
                   MOVE WS-AU-USED TO WS-AU-HIT
                   MOVE FD-GA-STUDNUMBER
                       TO WS-AU-STUDNUMBER(WS-AU-HIT)
                   MOVE WS-POST-MODCODE TO WS-AU-MODCODE(WS-AU-HIT)
               ELSE
                   MOVE 1 TO WS-AU-OVERFLOW
               END-IF
           END-IF.
           IF WS-AU-HIT > 0
               MOVE WS-POST-GRADE TO WS-AU-GRADE(WS-AU-HIT)
           END-IF.

       PARA-FIND-AUDIT-ENTRY.
           MOVE 0 TO WS-AU-HIT.
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                   UNTIL WS-AU-IDX > WS-AU-USED OR WS-AU-HIT > 0
               IF WS-AU-STUDNUMBER(WS-AU-IDX) = FD-GA-STUDNUMBER
                       AND WS-AU-MODCODE(WS-AU-IDX) = WS-POST-MODCODE
                   MOVE WS-AU-IDX TO WS-AU-HIT
               END-IF
           END-PERFORM.

       PARA-COMPARE-AUDIT.
           MOVE WS-AU-STUDNUMBER(WS-AU-IDX) TO FD-STUDNUMBER.
           READ FD-STUDENT KEY IS FD-STUDNUMBER
               INVALID KEY MOVE 0 TO WS-STUD-FLAG
               NOT INVALID KEY MOVE 1 TO WS-STUD-FLAG
           END-READ.
           IF WS-STUD-FLAG = 0
               GO TO PARA-COMPARE-AUDIT-EXIT
           END-IF.

           MOVE 0 TO WS-SLOT-HIT.
           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > 10 OR WS-SLOT-HIT > 0
               IF FD-MODULENUMB(WS-LOOP-IDX) =
                       WS-AU-MODCODE(WS-AU-IDX)
                   MOVE WS-LOOP-IDX TO WS-SLOT-HIT
               END-IF
           END-PERFORM.

           MOVE WS-AU-MODCODE(WS-AU-IDX) TO WS-SHOW-MOD.
           MOVE WS-AU-GRADE(WS-AU-IDX) TO WS-SHOW-GRADE.
           IF WS-SLOT-HIT = 0
               ADD 1 TO WS-EXC-AUDIT
               MOVE 'AUDIT' TO WS-DL-CHECK
               MOVE FD-STUDNUMBER TO WS-DL-KEY
               MOVE SPACES TO WS-DL-TEXT
               STRING 'MODULE ' WS-SHOW-MOD ' AUDITED AT '
                   WS-SHOW-GRADE ' BUT NOT ON STUDENT RECORD'
                   DELIMITED BY SIZE INTO WS-DL-TEXT
               PERFORM PARA-WRITE-DETAIL
           ELSE IF FD-GRADE(WS-SLOT-HIT) NOT = WS-AU-GRADE(WS-AU-IDX)
               ADD 1 TO WS-EXC-AUDIT
               MOVE 'AUDIT' TO WS-DL-CHECK
               MOVE FD-STUDNUMBER TO WS-DL-KEY
               MOVE FD-GRADE(WS-SLOT-HIT) TO WS-SHOW-GRADE2
               MOVE SPACES TO WS-DL-TEXT
               STRING 'MODULE ' WS-SHOW-MOD ' LAST AUDITED '
                   WS-SHOW-GRADE ' STUDENT FILE HOLDS '
                   WS-SHOW-GRADE2
                   DELIMITED BY SIZE INTO WS-DL-TEXT
               PERFORM PARA-WRITE-DETAIL
           END-IF.

       PARA-COMPARE-AUDIT-EXIT.
           EXIT.

       PARA-WRITE-DETAIL.
           ADD 1 TO WS-EXC-TOTAL.
           IF WS-LINE-COUNT > 54
               PERFORM PARA-PAGE-HEADING
           END-IF.
           MOVE WS-DET-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

       PARA-PRINT-SUMMARY.
           IF WS-LINE-COUNT > 40
               PERFORM PARA-PAGE-HEADING
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           IF WS-EXC-TOTAL = 0
               MOVE 'NO EXCEPTIONS FOUND' TO WS-NL-TEXT
               MOVE WS-NOTE-LINE TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           END-IF.
           MOVE WS-HEAD2 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

           MOVE 'MODULE CODES NOT ON MODULE MASTER:' TO WS-SL-LABEL.
           MOVE WS-EXC-MODULE TO WS-SL-COUNT.
           PERFORM PARA-WRITE-SUMMARY.
           MOVE 'MODULE COUNT NOT MATCHING FILLED SLOTS:'
               TO WS-SL-LABEL.
           MOVE WS-EXC-COUNT TO WS-SL-COUNT.
           PERFORM PARA-WRITE-SUMMARY.
           MOVE 'SECTIONS WITH STUDENTS BUT NO TEACHER:'
               TO WS-SL-LABEL.
           MOVE WS-EXC-SECTION TO WS-SL-COUNT.
           PERFORM PARA-WRITE-SUMMARY.
           MOVE 'SECTION ASSIGNMENTS FOR UNKNOWN TEACHERS:'
               TO WS-SL-LABEL.
           MOVE WS-EXC-TEACHSECT TO WS-SL-COUNT.
           PERFORM PARA-WRITE-SUMMARY.
           MOVE 'ORPHANED GUARDIAN CONTACTS:' TO WS-SL-LABEL.
           MOVE WS-EXC-CONTACT TO WS-SL-COUNT.
           PERFORM PARA-WRITE-SUMMARY.
           MOVE 'ORPHANED GRADE HISTORY STUDENTS:' TO WS-SL-LABEL.
           MOVE WS-EXC-GRADEHIST TO WS-SL-COUNT.
           PERFORM PARA-WRITE-SUMMARY.
           MOVE 'ACCOUNT STATUS FOR UNKNOWN USERS:' TO WS-SL-LABEL.
           MOVE WS-EXC-ACCTSTAT TO WS-SL-COUNT.
           PERFORM PARA-WRITE-SUMMARY.
           MOVE 'GRADES DIFFERING FROM LAST AUDIT:' TO WS-SL-LABEL.
           MOVE WS-EXC-AUDIT TO WS-SL-COUNT.
           PERFORM PARA-WRITE-SUMMARY.
           MOVE 'TOTAL EXCEPTIONS:' TO WS-SL-LABEL.
           MOVE WS-EXC-TOTAL TO WS-SL-COUNT.
           PERFORM PARA-WRITE-SUMMARY.

           IF WS-MODMASTER-AVAIL = 0
               MOVE 'MODULE MASTER NOT AVAILABLE - MODULE CHECK SKIPPED'
                   TO WS-NL-TEXT
               MOVE WS-NOTE-LINE TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           END-IF.
           IF WS-TEACHER-AVAIL = 0
               MOVE 'TEACHER FILE NOT AVAILABLE - USER CHECKS SKIPPED'
                   TO WS-NL-TEXT
               MOVE WS-NOTE-LINE TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           END-IF.
           IF WS-TEACHSECT-AVAIL = 0
               MOVE 'NO SECTION ASSIGNMENTS - COVERAGE CHECK SKIPPED'
                   TO WS-NL-TEXT
               MOVE WS-NOTE-LINE TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           END-IF.
           IF WS-HIST-OVERFLOW = 1
               MOVE 'OVER 2000 DEPARTED STUDENTS - ORPHAN CHECK PARTIAL'
                   TO WS-NL-TEXT
               MOVE WS-NOTE-LINE TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           END-IF.
           IF WS-AU-OVERFLOW = 1
               MOVE 'OVER 3000 AUDITED GRADES - AUDIT CHECK PARTIAL'
                   TO WS-NL-TEXT
               MOVE WS-NOTE-LINE TO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           END-IF.

       PARA-WRITE-SUMMARY.
           MOVE WS-SUM-LINE TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

       PARA-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-RUN-DATE TO WS-HEAD1-DATE.
           MOVE WS-PAGE-NUM TO WS-HEAD1-PAGE.
           MOVE 0 TO WS-LINE-COUNT.

           IF WS-REPORT-STARTED = 1
               MOVE SPACES TO F-REPORTLINE
               WRITE F-REPORTLINE AFTER ADVANCING PAGE
           ELSE
               MOVE 1 TO WS-REPORT-STARTED
           END-IF.
           MOVE WS-HEAD1 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           IF WS-CLOSE-ON-FILE = 1
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'GRADE AUDIT COMPARED SINCE CLOSE OF TERM '
                   WS-LAST-CLOSE-TERM ' AT ' WS-LAST-CLOSE-DATETIME
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PARA-WRITE-LINE
           END-IF.
           MOVE WS-HEAD2 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE WS-HEAD3 TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PARA-WRITE-LINE.

       PARA-WRITE-LINE.
           MOVE WS-PRINT-LINE TO F-REPORTLINE.
           WRITE F-REPORTLINE.
           ADD 1 TO WS-LINE-COUNT.

       PARA-CLOSE-AND-REPORT.
           CLOSE FD-STUDENT.
           CLOSE FD-REPORT.
           IF WS-TEACHER-AVAIL = 1
               CLOSE FD-TEACHER
           END-IF.
           IF WS-TEACHSECT-AVAIL = 1
               CLOSE FD-TEACHSECT
           END-IF.
           IF WS-MODMASTER-AVAIL = 1
               CLOSE FD-MODMASTER
           END-IF.
           IF WS-GRADEHIST-AVAIL = 1
               CLOSE FD-GRADEHIST
           END-IF.
           IF WS-CONTACT-AVAIL = 1
               CLOSE FD-CONTACT
           END-IF.
           IF WS-ACCTSTAT-AVAIL = 1
               CLOSE FD-ACCTSTAT
           END-IF.

           DISPLAY '**************************************'.
           DISPLAY "STUDENTS CHECKED:          " WS-STUDENT-COUNT.
           DISPLAY "CONTACTS CHECKED:          " WS-CONTACT-COUNT.
           DISPLAY "GRADE HISTORY RECORDS:     " WS-GRADEHIST-COUNT.
           DISPLAY "ACCOUNT STATUS RECORDS:    " WS-ACCTSTAT-COUNT.
           DISPLAY "AUDIT RECORDS READ:        " WS-AUDIT-COUNT.
           DISPLAY "AUDIT GRADES SINCE CLOSE:  "
               WS-AUDIT-USED-COUNT.
           DISPLAY "AUDITED GRADES COMPARED:   " WS-AU-USED.
           DISPLAY "EXCEPTIONS:                " WS-EXC-TOTAL.
           DISPLAY "REPORT WRITTEN TO RECONREPORT.dat".
           DISPLAY '**************************************'.
