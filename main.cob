           RECORD KEY IS FD-CT-STUDNUMBER
           FILE STATUS IS WS-FILESTATUS11.

           SELECT FD-CURTERM ASSIGN TO
               'C:\COBOL\BANK\CURRENTTERM.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS12.

           SELECT FD-RESIT ASSIGN TO
               'C:\COBOL\BANK\RESITREGISTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FD-RS-KEY
           FILE STATUS IS WS-FILESTATUS13.

           SELECT FD-GRADEHIST ASSIGN TO
               'C:\COBOL\BANK\GRADEHISTORY.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-GH-KEY
           FILE STATUS IS WS-FILESTATUS14.

           SELECT FD-ATTEND ASSIGN TO
               'C:\COBOL\BANK\ATTENDANCE.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-AT-KEY
           FILE STATUS IS WS-FILESTATUS15.

           SELECT FD-ABSCFG ASSIGN TO
               'C:\COBOL\BANK\ABSENCELIMIT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS16.

           SELECT FD-MODERCFG ASSIGN TO
               'C:\COBOL\BANK\MODERATION.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS17.

           SELECT FD-PENDGRADE ASSIGN TO
               'C:\COBOL\BANK\PENDGRADE.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-PG-KEY
           FILE STATUS IS WS-FILESTATUS18.

           SELECT FD-GRADESCALE ASSIGN TO
               'C:\COBOL\BANK\GRADESCALE.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-GS-LOW
           FILE STATUS IS WS-FILESTATUS19.

           SELECT FD-TRENDCFG ASSIGN TO
               'C:\COBOL\BANK\TRENDLIMIT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS20.

           SELECT FD-SECTMAST ASSIGN TO
               'C:\COBOL\BANK\SECTIONMASTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-SM-SECTION
           FILE STATUS IS WS-FILESTATUS21.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-TEACHER.
           05 FD-MODTITLE PIC X(25).
           05 FD-MODCREDITS PIC 9(2).
           05 FD-MODPASSMARK PIC 9(3).
           05 FD-MODPREREQ OCCURS 3 TIMES PIC 9(5).

       FD  FD-LOCKCFG.
       01  F-LOCKCFGREC.
           05 FD-CT-PHONE PIC X(15).
           05 FD-CT-ADDRESS PIC X(50).

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

       FD  FD-ATTEND.
       01  F-ATTENDREC.
           05 FD-AT-KEY.
              10 FD-AT-STUDNUMBER PIC 9(10).
              10 FD-AT-DATE PIC 9(8).
           05 FD-AT-SECT PIC 9(2).
           05 FD-AT-TERM PIC 9(5).
           05 FD-AT-STATUS PIC X.
           05 FD-AT-USER PIC X(10).
           05 FD-AT-DATETIME PIC X(14).

       FD  FD-ABSCFG.
       01  F-ABSCFGREC.
           05 FA-ABSENCE-PCT PIC 9(3).

       FD  FD-TRENDCFG.
       01  F-TRENDCFGREC.
           05 FR-DROP-POINTS PIC 9(3).

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

       FD  FD-GRADESCALE.
       01  F-GRADESCALEREC.
           05 FD-GS-LOW PIC 9(3).
           05 FD-GS-HIGH PIC 9(3).
           05 FD-GS-LETTER PIC X(2).
           05 FD-GS-POINTS PIC 9V99.

       FD  FD-SECTMAST.
       01  F-SECTMASTREC.
           05 FD-SM-SECTION PIC 9(2).
           05 FD-SM-DESC PIC X(25).
           05 FD-SM-ROOM PIC X(6).
           05 FD-SM-CAPACITY PIC 9(3).
           05 FD-SM-YEAR PIC 9(2).
           05 FD-SM-HOMEROOM PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-MENU        PIC A.
           88 A           VALUE 'A', 'a'.
           88 G           VALUE 'G', 'g'.
           88 H           VALUE 'H', 'h'.
           88 I           VALUE 'I', 'i'.
           88 J           VALUE 'J', 'j'.
           88 K           VALUE 'K', 'k'.
           88 L           VALUE 'L', 'l'.
           88 M           VALUE 'M', 'm'.
           88 N           VALUE 'N', 'n'.

       01  QUIT            PIC 9  VALUE 0.
       01  WS-BLANK        PIC X(25) VALUE SPACES.
       01  WS-FILESTATUS9 PIC 9(2).
       01  WS-FILESTATUS10 PIC 9(2).
       01  WS-FILESTATUS11 PIC 9(2).
       01  WS-FILESTATUS12 PIC 9(2).
       01  WS-FILESTATUS13 PIC 9(2).
       01  WS-FILESTATUS14 PIC 9(2).
       01  WS-FILESTATUS15 PIC 9(2).
       01  WS-FILESTATUS16 PIC 9(2).
       01  WS-FILESTATUS17 PIC 9(2).
       01  WS-FILESTATUS18 PIC 9(2).
       01  WS-FILESTATUS19 PIC 9(2).
       01  WS-FILESTATUS20 PIC 9(2).
       01  WS-FILESTATUS21 PIC 9(2).
       01  WS-FLAG PIC 9.
       01  WS-FLAG2 PIC 9.
       01  WS-FLAG3 PIC 9.
       01  WS-PARSE-DIGITS PIC 9.
       01  WS-REAL-GRADE-COUNT PIC 9(4).

       01  WS-CUR-TERM PIC 9(5) VALUE 0.
       01  WS-RESIT-LOCKED PIC 9.

       01  WS-MOD-HOLD PIC X(50).
       01  WS-PQ-ENTRY-TABLE.
           05 WS-PQ-CODE OCCURS 3 TIMES PIC 9(5).
       01  WS-PQ-OWNCODE PIC 9(5).
       01  WS-PQ-VALID PIC 9.
       01  WS-PQ-DONE PIC 9.
       01  WS-PQ-STUDNUMBER PIC 9(10).
       01  WS-PQ-MODCODE PIC 9(5).
       01  WS-PQ-MET PIC 9.
       01  WS-PQ-MISSING PIC 9(5).
       01  WS-PQ-FOUND PIC 9.
       01  WS-PQ-GH-EOF PIC 9.
       01  WS-PQ-GA-EOF PIC 9.
       01  WS-PQ-RESIT-AVAIL PIC 9.
       01  WS-PQ-ANSWER PIC X.
       01  WS-PQ-IDX PIC 9.
       01  WS-PQ-SLOT PIC 9(2).
       01  WS-PQ-REQ-COUNT PIC 9.
       01  WS-AT-DATE PIC 9(8).
       01  WS-AT-SECT PIC 9(2).
       01  WS-AT-MARK PIC X.
       01  WS-AT-FOUND PIC 9.
       01  WS-AT-PRESENT PIC 9(4).
       01  WS-AT-ABSENT PIC 9(4).
       01  WS-AT-LATE PIC 9(4).
       01  WS-ABSENCE-LIMIT PIC 9(3).
       01  WS-TREND-LIMIT PIC 9(3).

       01  WS-SM-VALID PIC 9.
       01  WS-SM-OK PIC 9.
       01  WS-SM-AVAIL PIC 9.
       01  WS-SM-WARNED PIC 9 VALUE 0.
       01  WS-SM-CAPACITY PIC 9(3).
       01  WS-SM-ENROLLED PIC 9(5).
       01  WS-SM-FULL PIC 9.
       01  WS-SM-SKIP-STUDNUMBER PIC 9(10).
       01  WS-SM-EOF PIC 9.
       01  WS-SM-HOLD PIC X(119).
       01  WS-SM-IDX PIC 9(3).
       01  WS-SM-IN-SECT PIC 9(2).
       01  WS-SM-IN-DESC PIC X(25).
       01  WS-SM-IN-ROOM PIC X(6).
       01  WS-SM-IN-CAPACITY PIC 9(3).
       01  WS-SM-IN-YEAR PIC 9(2).
       01  WS-SM-IN-HOMEROOM PIC X(10).
       01  WS-SM-HR-NAME PIC X(25).
       01  WS-SM-ENROL-TABLE.
           05 WS-SM-ENROL OCCURS 99 TIMES PIC 9(5).
       01  WS-SM-LISTED-TABLE.
           05 WS-SM-LISTED OCCURS 99 TIMES PIC 9.

       01  WS-MODERATION-ON PIC 9 VALUE 0.
       01  WS-PG-NEWMOD PIC 9(5).
       01  WS-PG-NEWGRADE PIC 9(3).
       01  WS-PG-OLDMOD PIC 9(5).
       01  WS-PG-OLDGRADE PIC 9(3).
       01  WS-PG-SECT PIC 9(2).
       01  WS-PG-MOD PIC 9(5).
       01  WS-PG-EOF PIC 9.
       01  WS-PG-MODE PIC X.
       01  WS-PG-ANSWER PIC X.
       01  WS-PG-SLOT PIC 9(2).
       01  WS-PG-SAVE-USER PIC X(10).
       01  WS-PG-LISTED PIC 9(5).
       01  WS-PG-APPROVED PIC 9(5).
       01  WS-PG-REJECTED PIC 9(5).
       01  WS-PG-LEFT PIC 9(5).
       01  WS-MS-HELD PIC 9(3).

       01  WS-GS-DEFAULTS.
           05 FILLER PIC X(11) VALUE '000059F 000'.
           05 FILLER PIC X(11) VALUE '060069D 100'.
           05 FILLER PIC X(11) VALUE '070079C 200'.
           05 FILLER PIC X(11) VALUE '080089B 300'.
           05 FILLER PIC X(11) VALUE '090100A 400'.
       01  WS-GS-DEFAULT-TABLE REDEFINES WS-GS-DEFAULTS.
           05 WS-GS-DEFAULT-ENTRY OCCURS 5 TIMES PIC X(11).
       01  WS-GS-TABLE.
           05 WS-GS-ENTRY OCCURS 20 TIMES.
              10 WS-GS-LOW PIC 9(3).
              10 WS-GS-HIGH PIC 9(3).
              10 WS-GS-LETTER PIC X(2).
              10 WS-GS-POINTS PIC 9V99.
       01  WS-GS-USED PIC 9(2) VALUE 0.
       01  WS-GS-IDX PIC 9(2).
       01  WS-GS-EOF PIC 9.
       01  WS-GS-LOADED PIC 9 VALUE 0.
       01  WS-GS-ON-FILE PIC 9.
       01  WS-GS-IN-LOW PIC 9(3).
       01  WS-GS-IN-HIGH PIC 9(3).
       01  WS-GS-IN-LETTER PIC X(2).
       01  WS-GS-IN-POINTS-TEXT PIC X(5).
       01  WS-GS-IN-POINTS PIC 9V99.
       01  WS-GS-POINTS-OK PIC 9.
       01  WS-GS-OVERLAP PIC 9.
       01  WS-GS-MARK PIC 9(3).
       01  WS-GS-UNCOVERED PIC 9(3).
       01  WS-GS-POINTS-DISP PIC 9.99.
       01  WS-LG-GRADE PIC 9(3).
       01  WS-LG-LETTER PIC X(2).
       01  WS-LG-POINTS PIC 9V99.
       01  WS-LG-FOUND PIC 9.
       01  WS-GPA-TOTAL PIC 9(5)V99.
       01  WS-GPA-CREDITS PIC 9(4).
       01  WS-GPA PIC 9V99.
       01  WS-GPA-DISP PIC 9.99.

       01  WS-PQ-REQ-TABLE.
           05 WS-PQ-REQ-ENTRY OCCURS 3 TIMES.
              10 WS-PQ-REQ PIC 9(5).
              10 WS-PQ-REQ-PASS PIC 9(3).
              10 WS-PQ-REQ-MET PIC 9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM PARA-MENU WITH TEST BEFORE UNTIL QUIT = 1.
           DISPLAY '*  => [G]   STUDENT LIFECYCLE        *'.
           DISPLAY '*  => [H]   SECTION ASSIGNMENTS      *'.
           DISPLAY '*  => [I]   GUARDIAN CONTACTS        *'.
           DISPLAY '*  => [J]   SET ABSENCE LIMIT        *'.
           DISPLAY '*  => [K]   GRADE MODERATION         *'.
           DISPLAY '*  => [L]   GRADE SCALE              *'.
           DISPLAY '*  => [M]   SET TREND DROP LIMIT     *'.
           DISPLAY '*  => [N]   SECTION MASTER           *'.
           DISPLAY '*  => [ANY] EXIT                     *'.
           DISPLAY '*                                    *'.
           DISPLAY '**************************************'.
              GO TO SECTION-ASSIGN
           ELSE IF I
              GO TO CONTACT-MAINT
           ELSE IF J
              GO TO SET-ABSENCE-LIMIT
           ELSE IF K
              GO TO MODERATION-MENU
           ELSE IF L
              GO TO GRADE-SCALE-MAINT
           ELSE IF M
              GO TO SET-TREND-LIMIT
           ELSE IF N
              GO TO SECTION-MAST-MAINT
           ELSE
              GO TO PARA-MENU
           END-IF.
           ACCEPT FD-MODCREDITS.
           DISPLAY "PASSING MARK: ".
           ACCEPT FD-MODPASSMARK.
           PERFORM PARA-ACCEPT-PREREQS.

           WRITE F-MODULEINFO.
           CLOSE FD-MODMASTER.
           DISPLAY "CURRENT TITLE:        " FD-MODTITLE.
           DISPLAY "CURRENT CREDIT UNITS: " FD-MODCREDITS.
           DISPLAY "CURRENT PASSING MARK: " FD-MODPASSMARK.
           DISPLAY "CURRENT PREREQUISITES: " FD-MODPREREQ(1) " "
               FD-MODPREREQ(2) " " FD-MODPREREQ(3).
           DISPLAY '*  => [A]   EDIT TITLE               *'.
           DISPLAY '*  => [B]   EDIT CREDIT UNITS        *'.
           DISPLAY '*  => [C]   EDIT PASSING MARK        *'.
           DISPLAY '*  => [D]   EDIT PREREQUISITES       *'.
           DISPLAY '*  => [ANY] CANCEL                   *'.
           DISPLAY "       CHOOSE AN OPERATION: ".
           ACCEPT WS-MENU.
           ELSE IF C
               DISPLAY "NEW PASSING MARK: "
               ACCEPT FD-MODPASSMARK
           ELSE IF D
               PERFORM PARA-ACCEPT-PREREQS
           ELSE
               CLOSE FD-MODMASTER
               GO TO MODULE-MAINT

       MODULE-LIST.
           OPEN INPUT FD-MODMASTER.
           IF WS-FILESTATUS5 NOT = 0 AND WS-FILESTATUS5 NOT = 35
               PERFORM PARA-MODMASTER-FATAL
           END-IF.

           IF WS-FILESTATUS5 = 35
               DISPLAY "NO MODULES ON FILE."
                       DISPLAY FD-MODCODE " " FD-MODTITLE
                           " CREDITS: " FD-MODCREDITS
                           " PASS MARK: " FD-MODPASSMARK
                       IF FD-MODPREREQ(1) > 0
                           DISPLAY "      PREREQUISITES: "
                               FD-MODPREREQ(1) " " FD-MODPREREQ(2)
                               " " FD-MODPREREQ(3)
                       END-IF
               END-READ
           END-PERFORM.

               ACCEPT WS-LC-NEWSECT
           END-PERFORM.

           MOVE WS-LC-NEWSECT TO WS-CHK-SECT.
           MOVE FD-STUDNUMBER TO WS-SM-SKIP-STUDNUMBER.
           PERFORM PARA-SECTION-GATE.
           IF WS-SM-OK NOT = 1
               CLOSE FD-STUDENT
               GO TO LIFECYCLE-MENU
           END-IF.

           MOVE 'TRANSFER' TO WS-LC-ACTION.
           MOVE SPACES TO WS-LC-OLDVALUE.
           MOVE FD-STUDSECT TO WS-LC-OLDVALUE(1:2).
               ACCEPT WS-LC-NEWSECT
           END-PERFORM.

           MOVE WS-LC-NEWSECT TO WS-CHK-SECT.
           MOVE FD-STUDNUMBER TO WS-SM-SKIP-STUDNUMBER.
           PERFORM PARA-SECTION-GATE.
           IF WS-SM-OK NOT = 1
               CLOSE FD-STUDENT
               GO TO LIFECYCLE-MENU
           END-IF.

           MOVE 'REINSTAT' TO WS-LC-ACTION.
           MOVE SPACES TO WS-LC-OLDVALUE.
           MOVE '00' TO WS-LC-OLDVALUE(1:2).
           DISPLAY "LOCKOUT LIMIT RECORDED.".
           GO TO PARA-ADMIN-DASHBOARD.

       SET-ABSENCE-LIMIT.
           PERFORM PARA-READ-ABSENCE-LIMIT.
           DISPLAY "CURRENT ABSENCE LIMIT: " WS-ABSENCE-LIMIT "%".
           DISPLAY "NEW LIMIT (1-100 PERCENT OF DAYS ABSENT): ".
           ACCEPT WS-ABSENCE-LIMIT.
           PERFORM UNTIL WS-ABSENCE-LIMIT >= 1
                   AND WS-ABSENCE-LIMIT <= 100
               DISPLAY "INVALID - ENTER A NUMBER FROM 1 TO 100: "
               ACCEPT WS-ABSENCE-LIMIT
           END-PERFORM.

           OPEN OUTPUT FD-ABSCFG.
           MOVE WS-ABSENCE-LIMIT TO FA-ABSENCE-PCT.
           WRITE F-ABSCFGREC.
           CLOSE FD-ABSCFG.

           DISPLAY "ABSENCE LIMIT RECORDED.".
           GO TO PARA-ADMIN-DASHBOARD.

       SET-TREND-LIMIT.
           PERFORM PARA-READ-TREND-LIMIT.
           DISPLAY "CURRENT TREND DROP LIMIT: " WS-TREND-LIMIT
               " POINTS".
           DISPLAY "NEW LIMIT (1-100 POINTS OF AVERAGE DROPPED): ".
           ACCEPT WS-TREND-LIMIT.
           PERFORM UNTIL WS-TREND-LIMIT >= 1
                   AND WS-TREND-LIMIT <= 100
               DISPLAY "INVALID - ENTER A NUMBER FROM 1 TO 100: "
               ACCEPT WS-TREND-LIMIT
           END-PERFORM.

           OPEN OUTPUT FD-TRENDCFG.
           MOVE WS-TREND-LIMIT TO FR-DROP-POINTS.
           WRITE F-TRENDCFGREC.
           CLOSE FD-TRENDCFG.

           DISPLAY "TREND DROP LIMIT RECORDED.".
           GO TO PARA-ADMIN-DASHBOARD.

       SECTION-ASSIGN.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************'.
               ACCEPT WS-TS-SECT
           END-PERFORM.

           MOVE WS-TS-SECT TO WS-CHK-SECT.
           PERFORM PARA-VALIDATE-SECTION.
           IF WS-SM-VALID NOT = 1
               DISPLAY "SECTION " WS-TS-SECT
                   " IS NOT ON THE SECTION MASTER."
               GO TO SECTION-ASSIGN
           END-IF.

           PERFORM PARA-OPEN-TEACHSECT-IO.
           MOVE WS-TS-USER TO FD-TS-USERNAME.
           MOVE WS-TS-SECT TO FD-TS-SECTION.
           CLOSE FD-CONTACT.
           GO TO CONTACT-MAINT.

       MODERATION-MENU.
           PERFORM PARA-READ-MODERATION.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************'.
           DISPLAY '*         GRADE MODERATION           *'.
           DISPLAY '*                                    *'.
           DISPLAY '*  => [A]   SET MODERATION MODE      *'.
           DISPLAY '*  => [B]   LIST PENDING GRADES      *'.
           DISPLAY '*  => [C]   REVIEW PENDING GRADES    *'.
           DISPLAY '*  => [D]   APPROVE ALL SELECTED     *'.
           DISPLAY '*  => [E]   REJECT ALL SELECTED      *'.
           DISPLAY '*  => [ANY] CANCEL                   *'.
           DISPLAY '**************************************'.
           IF WS-MODERATION-ON = 1
               DISPLAY "MODERATION MODE IS ON."
           ELSE
               DISPLAY "MODERATION MODE IS OFF."
           END-IF.
           DISPLAY '       CHOOSE AN OPERATION: '.
           ACCEPT WS-MENU.

           IF A
              GO TO MODERATION-SET
           ELSE IF B
              MOVE 'L' TO WS-PG-MODE
              GO TO MODERATION-RUN
           ELSE IF C
              MOVE 'I' TO WS-PG-MODE
              GO TO MODERATION-RUN
           ELSE IF D
              MOVE 'A' TO WS-PG-MODE
              GO TO MODERATION-RUN
           ELSE IF E
              MOVE 'R' TO WS-PG-MODE
              GO TO MODERATION-RUN
           ELSE
              GO TO PARA-ADMIN-DASHBOARD
           END-IF.

       MODERATION-SET.
           DISPLAY "HOLD TEACHER GRADES FOR MODERATION? (Y/N): ".
           ACCEPT WS-PG-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-PG-ANSWER) TO WS-PG-ANSWER.
           PERFORM UNTIL WS-PG-ANSWER = 'Y' OR WS-PG-ANSWER = 'N'
               DISPLAY "INVALID - ENTER Y OR N: "
               ACCEPT WS-PG-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-PG-ANSWER) TO WS-PG-ANSWER
           END-PERFORM.

           OPEN OUTPUT FD-MODERCFG.
           MOVE WS-PG-ANSWER TO FM-MODERATION-FLAG.
           WRITE F-MODERCFGREC.
           CLOSE FD-MODERCFG.

           IF WS-PG-ANSWER = 'Y'
               DISPLAY "MODERATION MODE ON - NEW GRADES WILL BE HELD."
           ELSE
               DISPLAY "MODERATION MODE OFF - GRADES POST DIRECTLY."
               DISPLAY "GRADES ALREADY PENDING STAY ON FILE FOR REVIEW."
           END-IF.
           GO TO MODERATION-MENU.

       MODERATION-RUN.
           DISPLAY "SECTION (0 FOR ALL): ".
           ACCEPT WS-PG-SECT.
           DISPLAY "MODULE CODE (0 FOR ALL): ".
           ACCEPT WS-PG-MOD.

           IF WS-PG-MODE = 'A' OR WS-PG-MODE = 'R'
               IF WS-PG-MODE = 'A'
                   DISPLAY "APPROVE ALL SELECTED GRADES? (Y/N): "
               ELSE
                   DISPLAY "REJECT ALL SELECTED GRADES? (Y/N): "
               END-IF
               ACCEPT WS-PG-ANSWER
               IF WS-PG-ANSWER NOT = 'Y' AND WS-PG-ANSWER NOT = 'y'
                   DISPLAY "NO ACTION TAKEN."
                   GO TO MODERATION-MENU
               END-IF
           END-IF.

           OPEN I-O FD-PENDGRADE.
           IF WS-FILESTATUS18 = 35
               DISPLAY "NO GRADES PENDING MODERATION."
               GO TO MODERATION-MENU
           END-IF.

           OPEN I-O FD-STUDENT.
           IF WS-FILESTATUS2 = 35
               DISPLAY "NO STUDENTS ON FILE."
               CLOSE FD-STUDENT
               CLOSE FD-PENDGRADE
               GO TO MODERATION-MENU
           END-IF.

           MOVE 0 TO WS-PG-LISTED.
           MOVE 0 TO WS-PG-APPROVED.
           MOVE 0 TO WS-PG-REJECTED.
           MOVE 0 TO WS-PG-LEFT.
           MOVE WS-USERNAME TO WS-PG-SAVE-USER.

           MOVE 0 TO FD-PG-STUDNUMBER.
           MOVE 0 TO FD-PG-MODCODE.
           START FD-PENDGRADE KEY IS NOT LESS THAN FD-PG-KEY
               INVALID KEY MOVE 1 TO WS-PG-EOF
               NOT INVALID KEY MOVE 0 TO WS-PG-EOF
           END-START.

           PERFORM UNTIL WS-PG-EOF = 1
               READ FD-PENDGRADE NEXT RECORD
                   AT END MOVE 1 TO WS-PG-EOF
                   NOT AT END
                       IF (WS-PG-SECT = 0
                               OR FD-PG-STUDSECT = WS-PG-SECT)
                           AND (WS-PG-MOD = 0
                               OR FD-PG-MODCODE = WS-PG-MOD)
                           PERFORM PARA-PG-ONE-PENDING
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-PG-SAVE-USER TO WS-USERNAME.
           CLOSE FD-STUDENT.
           CLOSE FD-PENDGRADE.

           DISPLAY '--------------------------------------'.
           DISPLAY "PENDING GRADES SELECTED: " WS-PG-LISTED.
           IF WS-PG-MODE NOT = 'L'
               DISPLAY "APPROVED:                " WS-PG-APPROVED
               DISPLAY "REJECTED:                " WS-PG-REJECTED
               DISPLAY "LEFT PENDING:            " WS-PG-LEFT
           END-IF.
           GO TO MODERATION-MENU.

       PARA-PG-ONE-PENDING.
           ADD 1 TO WS-PG-LISTED.
           MOVE FD-PG-GRADE TO WS-GRADE-VAL.
           PERFORM PARA-FORMAT-GRADE.
           DISPLAY FD-PG-STUDNUMBER " SECTION " FD-PG-STUDSECT
               " MODULE " FD-PG-MODCODE " GRADE " WS-GRADE-SHOW
               " BY " FD-PG-USER.
           IF FD-PG-OLDMOD = 0
               DISPLAY "    NEW MODULE ON RECORD"
           ELSE
               MOVE FD-PG-OLDGRADE TO WS-GRADE-VAL
               PERFORM PARA-FORMAT-GRADE
               DISPLAY "    WAS MODULE " FD-PG-OLDMOD
                   " GRADE " WS-GRADE-SHOW
           END-IF.

           IF WS-PG-MODE = 'I'
               DISPLAY "[A] APPROVE  [R] REJECT  [ANY] LEAVE PENDING: "
               ACCEPT WS-PG-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-PG-ANSWER) TO WS-PG-ANSWER
           ELSE
               MOVE WS-PG-MODE TO WS-PG-ANSWER
           END-IF.

           IF WS-PG-ANSWER = 'A'
               PERFORM PARA-PG-APPROVE THRU PARA-PG-APPROVE-EXIT
           ELSE IF WS-PG-ANSWER = 'R'
               DELETE FD-PENDGRADE RECORD
               ADD 1 TO WS-PG-REJECTED
               DISPLAY "    REJECTED."
           ELSE IF WS-PG-MODE NOT = 'L'
               ADD 1 TO WS-PG-LEFT
           END-IF.

       PARA-PG-APPROVE.
           MOVE FD-PG-STUDNUMBER TO FD-STUDNUMBER.
           READ FD-STUDENT KEY IS FD-STUDNUMBER
               INVALID KEY MOVE 0 TO WS-FLAG2
               NOT INVALID KEY MOVE 1 TO WS-FLAG2
           END-READ.
           IF WS-FLAG2 NOT = 1
               DISPLAY "    STUDENT NOT ON FILE - LEFT PENDING."
               ADD 1 TO WS-PG-LEFT
               GO TO PARA-PG-APPROVE-EXIT
           END-IF.

           IF FD-PG-OLDMOD = 0
               MOVE FD-PG-MODCODE TO WS-PG-OLDMOD
           ELSE
               MOVE FD-PG-OLDMOD TO WS-PG-OLDMOD
           END-IF.
           MOVE 0 TO WS-PG-SLOT.
           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > FD-MODCOUNT
                   OR WS-PG-SLOT > 0
               IF FD-MODULENUMB(WS-LOOP-IDX) = WS-PG-OLDMOD
                   MOVE WS-LOOP-IDX TO WS-PG-SLOT
               END-IF
           END-PERFORM.

           IF WS-PG-SLOT = 0 AND FD-PG-OLDMOD NOT = 0
               DISPLAY "    MODULE " FD-PG-OLDMOD
                   " NO LONGER ON RECORD - LEFT PENDING."
               ADD 1 TO WS-PG-LEFT
               GO TO PARA-PG-APPROVE-EXIT
           END-IF.
           IF WS-PG-SLOT > 0
               MOVE WS-PG-OLDMOD TO FD-RS-MODCODE
               PERFORM PARA-CHECK-RESIT-LOCK
               IF WS-RESIT-LOCKED = 1
                   DISPLAY "    ON RESIT REGISTER - LEFT PENDING."
                   ADD 1 TO WS-PG-LEFT
                   GO TO PARA-PG-APPROVE-EXIT
               END-IF
           END-IF.
           IF WS-PG-SLOT = 0 AND FD-MODCOUNT >= 10
               DISPLAY "    ALL 10 MODULE SLOTS IN USE - LEFT PENDING."
               ADD 1 TO WS-PG-LEFT
               GO TO PARA-PG-APPROVE-EXIT
           END-IF.

           MOVE FD-PG-USER TO WS-USERNAME.
           MOVE FD-PG-STUDNUMBER TO WS-GA-STUDNUMBER.

           IF WS-PG-SLOT = 0
               ADD 1 TO FD-MODCOUNT
               MOVE FD-PG-MODCODE TO FD-MODULENUMB(FD-MODCOUNT)
               MOVE FD-PG-GRADE TO FD-GRADE(FD-MODCOUNT)
               MOVE 'APPEND  ' TO WS-GA-FIELD
               MOVE SPACES TO WS-GA-OLDVALUE
               MOVE SPACES TO WS-GA-NEWVALUE
               MOVE FD-PG-MODCODE TO WS-GA-NEWVALUE(1:5)
               MOVE FD-PG-GRADE TO WS-GA-NEWVALUE(7:3)
               PERFORM PARA-LOG-GRADE-CHANGE
           ELSE
               IF FD-MODULENUMB(WS-PG-SLOT) NOT = FD-PG-MODCODE
                   MOVE 'MODULE  ' TO WS-GA-FIELD
                   MOVE FD-MODULENUMB(WS-PG-SLOT) TO WS-GA-OLDVALUE
                   MOVE FD-PG-MODCODE TO WS-GA-NEWVALUE
                   PERFORM PARA-LOG-GRADE-CHANGE
               END-IF
               IF FD-GRADE(WS-PG-SLOT) NOT = FD-PG-GRADE
                   MOVE 'GRADE   ' TO WS-GA-FIELD
                   MOVE SPACES TO WS-GA-OLDVALUE
                   MOVE FD-GRADE(WS-PG-SLOT) TO WS-GA-OLDVALUE(1:3)
                   MOVE FD-MODULENUMB(WS-PG-SLOT)
                       TO WS-GA-OLDVALUE(7:5)
                   MOVE SPACES TO WS-GA-NEWVALUE
                   MOVE FD-PG-GRADE TO WS-GA-NEWVALUE(1:3)
                   MOVE FD-PG-MODCODE TO WS-GA-NEWVALUE(7:5)
                   PERFORM PARA-LOG-GRADE-CHANGE
               END-IF
               MOVE FD-PG-MODCODE TO FD-MODULENUMB(WS-PG-SLOT)
               MOVE FD-PG-GRADE TO FD-GRADE(WS-PG-SLOT)
           END-IF.

           REWRITE F-STUDENTINFO.
           DELETE FD-PENDGRADE RECORD.
           ADD 1 TO WS-PG-APPROVED.
           DISPLAY "    APPROVED AND POSTED.".

       PARA-PG-APPROVE-EXIT.
           EXIT.

       GRADE-SCALE-MAINT.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************'.
           DISPLAY '*         GRADE SCALE BANDS          *'.
           DISPLAY '*                                    *'.
           DISPLAY '*  => [A]   ADD / EDIT BAND          *'.
           DISPLAY '*  => [B]   LIST BANDS               *'.
           DISPLAY '*  => [C]   DELETE BAND              *'.
           DISPLAY '*  => [ANY] CANCEL                   *'.
           DISPLAY '**************************************'.
           DISPLAY '       CHOOSE AN OPERATION: '.
           ACCEPT WS-MENU.

           IF A
              GO TO GRADE-SCALE-EDIT
           ELSE IF B
              GO TO GRADE-SCALE-LIST
           ELSE IF C
              GO TO GRADE-SCALE-DELETE
           ELSE
              GO TO PARA-ADMIN-DASHBOARD
           END-IF.

       GRADE-SCALE-EDIT.
           DISPLAY "LOWEST MARK IN BAND (0-100): ".
           ACCEPT WS-GS-IN-LOW.
           PERFORM UNTIL WS-GS-IN-LOW <= 100
               DISPLAY "INVALID - ENTER A MARK FROM 0 TO 100: "
               ACCEPT WS-GS-IN-LOW
           END-PERFORM.

           PERFORM PARA-OPEN-GRADESCALE-IO.
           INITIALIZE WS-FLAG2.
           MOVE WS-GS-IN-LOW TO FD-GS-LOW.
           READ FD-GRADESCALE KEY IS FD-GS-LOW
               INVALID KEY MOVE 0 TO WS-FLAG2
               NOT INVALID KEY MOVE 1 TO WS-FLAG2
           END-READ.

           IF WS-FLAG2 = 1
               MOVE FD-GS-POINTS TO WS-GS-POINTS-DISP
               DISPLAY "CURRENT BAND:   " FD-GS-LOW "-" FD-GS-HIGH
                   " LETTER " FD-GS-LETTER
                   " POINTS " WS-GS-POINTS-DISP
           END-IF.

           DISPLAY "HIGHEST MARK IN BAND (" WS-GS-IN-LOW "-100): ".
           ACCEPT WS-GS-IN-HIGH.
           PERFORM UNTIL WS-GS-IN-HIGH >= WS-GS-IN-LOW
                   AND WS-GS-IN-HIGH <= 100
               DISPLAY "INVALID - ENTER A MARK FROM " WS-GS-IN-LOW
                   " TO 100: "
               ACCEPT WS-GS-IN-HIGH
           END-PERFORM.

           DISPLAY "LETTER GRADE (1-2 CHARACTERS): ".
           ACCEPT WS-GS-IN-LETTER.
           MOVE FUNCTION UPPER-CASE(WS-GS-IN-LETTER)
               TO WS-GS-IN-LETTER.
           PERFORM UNTIL WS-GS-IN-LETTER NOT = SPACES
                   AND WS-GS-IN-LETTER NOT = 'I'
                   AND WS-GS-IN-LETTER NOT = 'W'
                   AND WS-GS-IN-LETTER NOT = '?'
               DISPLAY "INVALID - I AND W ARE KEPT FOR INC AND WD: "
               ACCEPT WS-GS-IN-LETTER
               MOVE FUNCTION UPPER-CASE(WS-GS-IN-LETTER)
                   TO WS-GS-IN-LETTER
           END-PERFORM.

           DISPLAY "GRADE POINTS (0.00-9.99): ".
           ACCEPT WS-GS-IN-POINTS-TEXT.
           PERFORM PARA-PARSE-POINTS.
           PERFORM UNTIL WS-GS-POINTS-OK = 1
               DISPLAY "INVALID - ENTER POINTS FROM 0.00 TO 9.99: "
               ACCEPT WS-GS-IN-POINTS-TEXT
               PERFORM PARA-PARSE-POINTS
           END-PERFORM.

           MOVE 0 TO WS-GS-OVERLAP.
           MOVE 0 TO FD-GS-LOW.
           START FD-GRADESCALE KEY IS NOT LESS THAN FD-GS-LOW
               INVALID KEY MOVE 1 TO WS-GS-EOF
               NOT INVALID KEY MOVE 0 TO WS-GS-EOF
           END-START.
           PERFORM UNTIL WS-GS-EOF = 1
               READ FD-GRADESCALE NEXT RECORD
                   AT END MOVE 1 TO WS-GS-EOF
                   NOT AT END
                       IF FD-GS-LOW NOT = WS-GS-IN-LOW
                               AND FD-GS-LOW <= WS-GS-IN-HIGH
                               AND FD-GS-HIGH >= WS-GS-IN-LOW
                           MOVE 1 TO WS-GS-OVERLAP
                           DISPLAY "OVERLAPS BAND " FD-GS-LOW "-"
                               FD-GS-HIGH " LETTER " FD-GS-LETTER
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-GS-OVERLAP = 1
               CLOSE FD-GRADESCALE
               DISPLAY "BAND NOT SAVED - CHANGE OR DELETE THE "
                   "OVERLAPPING BAND FIRST."
               GO TO GRADE-SCALE-MAINT
           END-IF.

           MOVE WS-GS-IN-LOW TO FD-GS-LOW.
           MOVE WS-GS-IN-HIGH TO FD-GS-HIGH.
           MOVE WS-GS-IN-LETTER TO FD-GS-LETTER.
           MOVE WS-GS-IN-POINTS TO FD-GS-POINTS.
           IF WS-FLAG2 = 1
               REWRITE F-GRADESCALEREC
           ELSE
               WRITE F-GRADESCALEREC
           END-IF.
           CLOSE FD-GRADESCALE.
           MOVE 0 TO WS-GS-LOADED.

           DISPLAY "GRADE BAND SAVED.".
           GO TO GRADE-SCALE-MAINT.

       GRADE-SCALE-LIST.
           MOVE 0 TO WS-GS-ON-FILE.
           OPEN INPUT FD-GRADESCALE.
           IF WS-FILESTATUS19 = 0
               MOVE 1 TO WS-GS-ON-FILE
               CLOSE FD-GRADESCALE
           END-IF.
           PERFORM PARA-LOAD-GRADE-SCALE.
           IF WS-GS-ON-FILE = 0
               DISPLAY "NO GRADE SCALE ON FILE - DEFAULT SCALE IN USE."
           END-IF.

           DISPLAY "  MARKS    LETTER  POINTS".
           PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                   UNTIL WS-GS-IDX > WS-GS-USED
               MOVE WS-GS-POINTS(WS-GS-IDX) TO WS-GS-POINTS-DISP
               DISPLAY "  " WS-GS-LOW(WS-GS-IDX) "-"
                   WS-GS-HIGH(WS-GS-IDX) "  "
                   WS-GS-LETTER(WS-GS-IDX) "      "
                   WS-GS-POINTS-DISP
           END-PERFORM.
           DISPLAY "  INC      I       (NOT IN GPA)".
           DISPLAY "  WD       W       (NOT IN GPA)".

           MOVE 0 TO WS-GS-UNCOVERED.
           PERFORM VARYING WS-GS-MARK FROM 0 BY 1
                   UNTIL WS-GS-MARK > 100
               MOVE WS-GS-MARK TO WS-LG-GRADE
               PERFORM PARA-GRADE-LETTER
               IF WS-LG-FOUND = 0
                   ADD 1 TO WS-GS-UNCOVERED
               END-IF
           END-PERFORM.
           IF WS-GS-UNCOVERED > 0
               DISPLAY "WARNING - " WS-GS-UNCOVERED
                   " MARKS FROM 0 TO 100 FALL IN NO BAND (SHOWN AS ?)."
           END-IF.
           GO TO GRADE-SCALE-MAINT.

       GRADE-SCALE-DELETE.
           DISPLAY "LOWEST MARK OF BAND TO DELETE: ".
           ACCEPT WS-GS-IN-LOW.

           PERFORM PARA-OPEN-GRADESCALE-IO.
           INITIALIZE WS-FLAG2.
           MOVE WS-GS-IN-LOW TO FD-GS-LOW.
           READ FD-GRADESCALE KEY IS FD-GS-LOW
               INVALID KEY MOVE 0 TO WS-FLAG2
               NOT INVALID KEY MOVE 1 TO WS-FLAG2
           END-READ.

           IF WS-FLAG2 = 1
               DELETE FD-GRADESCALE RECORD
               MOVE 0 TO WS-GS-LOADED
               DISPLAY "GRADE BAND " FD-GS-LOW "-" FD-GS-HIGH
                   " DELETED."
           ELSE
               DISPLAY "NO BAND STARTS AT THAT MARK."
           END-IF.
           CLOSE FD-GRADESCALE.
           GO TO GRADE-SCALE-MAINT.

       SECTION-MAST-MAINT.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************'.
           DISPLAY '*          SECTION MASTER            *'.
           DISPLAY '*                                    *'.
           DISPLAY '*  => [A]   ADD / EDIT SECTION       *'.
           DISPLAY '*  => [B]   LIST SECTIONS            *'.
           DISPLAY '*  => [C]   DELETE SECTION           *'.
           DISPLAY '*  => [ANY] CANCEL                   *'.
           DISPLAY '**************************************'.
           DISPLAY '       CHOOSE AN OPERATION: '.
           ACCEPT WS-MENU.

           IF A
              GO TO SECTION-MAST-EDIT
           ELSE IF B
              GO TO SECTION-MAST-LIST
           ELSE IF C
              GO TO SECTION-MAST-DELETE
           ELSE
              GO TO PARA-ADMIN-DASHBOARD
           END-IF.

       SECTION-MAST-EDIT.
           OPEN INPUT FD-TEACHER.
           IF WS-FILESTATUS = 35
               DISPLAY "ACCOUNT DATABASE IS EMPTY - CREATE THE "
                   "HOMEROOM TEACHER FIRST."
               GO TO SECTION-MAST-MAINT
           END-IF.
           CLOSE FD-TEACHER.

           DISPLAY "SECTION NUMBER (1-99): ".
           ACCEPT WS-SM-IN-SECT.
           PERFORM UNTIL WS-SM-IN-SECT >= 1 AND WS-SM-IN-SECT <= 99
               DISPLAY "INVALID - ENTER A SECTION FROM 1 TO 99: "
               ACCEPT WS-SM-IN-SECT
           END-PERFORM.

           PERFORM PARA-OPEN-SECTMAST-IO.
           INITIALIZE WS-FLAG2.
           MOVE WS-SM-IN-SECT TO FD-SM-SECTION.
           READ FD-SECTMAST KEY IS FD-SM-SECTION
               INVALID KEY MOVE 0 TO WS-FLAG2
               NOT INVALID KEY MOVE 1 TO WS-FLAG2
           END-READ.

           IF WS-FLAG2 = 1
               DISPLAY "CURRENT DESCRIPTION: " FD-SM-DESC
               DISPLAY "CURRENT ROOM:        " FD-SM-ROOM
               DISPLAY "CURRENT CAPACITY:    " FD-SM-CAPACITY
               DISPLAY "CURRENT YEAR LEVEL:  " FD-SM-YEAR
               DISPLAY "CURRENT HOMEROOM:    " FD-SM-HOMEROOM
           END-IF.

           DISPLAY "DESCRIPTION: ".
           ACCEPT WS-SM-IN-DESC.
           DISPLAY "ROOM: ".
           ACCEPT WS-SM-IN-ROOM.
           DISPLAY "CAPACITY (0 = NO LIMIT): ".
           ACCEPT WS-SM-IN-CAPACITY.
           DISPLAY "YEAR LEVEL (1-12): ".
           ACCEPT WS-SM-IN-YEAR.
           PERFORM UNTIL WS-SM-IN-YEAR >= 1 AND WS-SM-IN-YEAR <= 12
               DISPLAY "INVALID - ENTER A YEAR LEVEL FROM 1 TO 12: "
               ACCEPT WS-SM-IN-YEAR
           END-PERFORM.

           DISPLAY "HOMEROOM TEACHER USERNAME: ".
           ACCEPT WS-SM-IN-HOMEROOM.
           PERFORM PARA-CHECK-HOMEROOM.
           PERFORM UNTIL WS-FLAG3 = 1
               DISPLAY "TEACHER NOT FOUND - ENTER A USERNAME ON FILE: "
               ACCEPT WS-SM-IN-HOMEROOM
               PERFORM PARA-CHECK-HOMEROOM
           END-PERFORM.
           DISPLAY "  " WS-SM-HR-NAME.

           MOVE WS-SM-IN-SECT TO FD-SM-SECTION.
           MOVE WS-SM-IN-DESC TO FD-SM-DESC.
           MOVE WS-SM-IN-ROOM TO FD-SM-ROOM.
           MOVE WS-SM-IN-CAPACITY TO FD-SM-CAPACITY.
           MOVE WS-SM-IN-YEAR TO FD-SM-YEAR.
           MOVE WS-SM-IN-HOMEROOM TO FD-SM-HOMEROOM.
           IF WS-FLAG2 = 1
               REWRITE F-SECTMASTREC
           ELSE
               WRITE F-SECTMASTREC
           END-IF.
           CLOSE FD-SECTMAST.

           DISPLAY "SECTION SAVED.".
           IF WS-SM-IN-CAPACITY > 0
               PERFORM PARA-COUNT-ENROLMENT
               IF WS-SM-ENROL(WS-SM-IN-SECT) > WS-SM-IN-CAPACITY
                   DISPLAY "WARNING - " WS-SM-ENROL(WS-SM-IN-SECT)
                       " STUDENTS ALREADY IN THIS SECTION, "
                       "OVER THE NEW CAPACITY."
               END-IF
           END-IF.
           GO TO SECTION-MAST-MAINT.

       SECTION-MAST-LIST.
           OPEN INPUT FD-SECTMAST.
           IF WS-FILESTATUS21 = 35
               DISPLAY "NO SECTIONS ON FILE."
               GO TO SECTION-MAST-MAINT
           END-IF.

           PERFORM PARA-COUNT-ENROLMENT.
           MOVE ALL '0' TO WS-SM-LISTED-TABLE.

           DISPLAY "SC DESCRIPTION               ROOM   YR CAP ENROL "
               "HOMEROOM".
           MOVE 0 TO FD-SM-SECTION.
           START FD-SECTMAST KEY IS NOT LESS THAN FD-SM-SECTION
               INVALID KEY MOVE 1 TO WS-SM-EOF
               NOT INVALID KEY MOVE 0 TO WS-SM-EOF
           END-START.
           PERFORM UNTIL WS-SM-EOF = 1
               READ FD-SECTMAST NEXT RECORD
                   AT END MOVE 1 TO WS-SM-EOF
                   NOT AT END
                       MOVE 1 TO WS-SM-LISTED(FD-SM-SECTION)
                       DISPLAY FD-SM-SECTION " " FD-SM-DESC " "
                           FD-SM-ROOM " " FD-SM-YEAR " "
                           FD-SM-CAPACITY " "
                           WS-SM-ENROL(FD-SM-SECTION) " "
                           FD-SM-HOMEROOM
                       IF FD-SM-CAPACITY > 0 AND
                           WS-SM-ENROL(FD-SM-SECTION) > FD-SM-CAPACITY
                           DISPLAY "   *** OVER CAPACITY ***"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FD-SECTMAST.
           DISPLAY "CAPACITY 000 = NO LIMIT.".

           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > 99
               IF WS-SM-ENROL(WS-SM-IDX) > 0
                       AND WS-SM-LISTED(WS-SM-IDX) = 0
                   DISPLAY "WARNING - SECTION " WS-SM-IDX " HAS "
                       WS-SM-ENROL(WS-SM-IDX)
                       " STUDENTS BUT IS NOT ON FILE."
               END-IF
           END-PERFORM.
           GO TO SECTION-MAST-MAINT.

       SECTION-MAST-DELETE.
           DISPLAY "SECTION TO DELETE (1-99): ".
           ACCEPT WS-SM-IN-SECT.

           PERFORM PARA-OPEN-SECTMAST-IO.
           INITIALIZE WS-FLAG2.
           MOVE WS-SM-IN-SECT TO FD-SM-SECTION.
           READ FD-SECTMAST KEY IS FD-SM-SECTION
               INVALID KEY MOVE 0 TO WS-FLAG2
               NOT INVALID KEY MOVE 1 TO WS-FLAG2
           END-READ.

           IF WS-FLAG2 NOT = 1
               DISPLAY "SECTION NOT ON FILE."
               CLOSE FD-SECTMAST
               GO TO SECTION-MAST-MAINT
           END-IF.

           PERFORM PARA-COUNT-ENROLMENT.
           IF WS-SM-ENROL(WS-SM-IN-SECT) > 0
               DISPLAY "SECTION STILL HAS " WS-SM-ENROL(WS-SM-IN-SECT)
                   " STUDENTS - TRANSFER THEM FIRST."
           ELSE
               DELETE FD-SECTMAST RECORD
               DISPLAY "SECTION " FD-SM-SECTION " DELETED."
           END-IF.
           CLOSE FD-SECTMAST.
           GO TO SECTION-MAST-MAINT.


       PARA-TEACHER.
           INITIALIZE WS-FLAG.

           DISPLAY WS-BLANK.
           DISPLAY '**************************************'.
           DISPLAY '*                                    *'.
           DISPLAY '*        TEACHER LOGIN PORTAL        *'.
           DISPLAY '*                                    *'.
           DISPLAY '*  USERNAME: ' .
           ACCEPT F-USERNAME.
           DISPLAY '*  PASSWORD: ' .
           ACCEPT WS-PASSWORD-TEMP WITH NO ECHO.
           DISPLAY '*                                    *'.
           DISPLAY '**************************************'.

           OPEN INPUT FD-TEACHER
           IF WS-FILESTATUS NOT EQUAL TO 35
               READ FD-TEACHER INTO WS-TEACHERINFO
                   KEY IS F-USERNAME
                   NOT INVALID KEY MOVE 1 TO WS-FLAG
               END-READ
           ELSE
               DISPLAY "ACCOUNT DATABASE IS EMPTY."
           END-IF.

           CLOSE FD-TEACHER.

           MOVE F-USERNAME TO WS-AUDIT-USER.
           MOVE 'TEACHER' TO WS-AUDIT-ROLE.

           IF WS-FLAG = 1
               PERFORM PARA-CHECK-LOCKOUT
               IF WS-FAIL-STREAK >= WS-LOCKOUT-LIMIT
                   DISPLAY "ACCOUNT LOCKED - CONTACT AN ADMINISTRATOR."
                   MOVE 'LOCKOUT' TO WS-AUDIT-RESULT
                   PERFORM PARA-LOG-LOGIN-ATTEMPT
                   GO TO PARA-MENU
               END-IF
           END-IF.

           MOVE WS-PASSWORD-TEMP TO WS-PASSWORD-PLAIN.
           PERFORM PARA-HASH-PASSWORD.

           IF WS-FLAG = 1
               IF WS-PASSWORD-HASH = WS-PASSWORD
                   DISPLAY "LOGGED IN"
                   MOVE 'SUCCESS' TO WS-AUDIT-RESULT
                   PERFORM PARA-LOG-LOGIN-ATTEMPT
                   PERFORM PARA-LOAD-MY-SECTIONS
                   GO TO MENU-TEACHER
               ELSE
                   DISPLAY "ACCOUNT NOT FOUND"
                   MOVE 'FAILURE' TO WS-AUDIT-RESULT
                   PERFORM PARA-LOG-LOGIN-ATTEMPT
                   GO TO PARA-TEACHER
               END-IF
           ELSE
               DISPLAY "ACCOUNT NOT FOUND"
               MOVE 'FAILURE' TO WS-AUDIT-RESULT
               PERFORM PARA-LOG-LOGIN-ATTEMPT
               GO TO PARA-TEACHER
           END-IF.


       MENU-TEACHER.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************'.
           DISPLAY '*                                    *'.
           DISPLAY '*          TEACHERS MENU             *'.
           DISPLAY '*                                    *'.
           DISPLAY '*  => [A]   INPUT STUDENT DATA       *'.
           DISPLAY '*  => [B]   SEARCH STUDENT           *'.
           DISPLAY '*  => [C]   STUDENT LIST             *'.
           DISPLAY '*  => [D]   AMEND STUDENT            *'.
           DISPLAY '*  => [E]   MARK SHEET BY MODULE     *'.
           DISPLAY '*  => [F]   TAKE ATTENDANCE          *'.
           DISPLAY '*  => [ANY] EXIT                     *'.
           DISPLAY '*                                    *'.
           DISPLAY '**************************************'.
           DISPLAY '                                      '.
           DISPLAY '       CHOOSE AN OPERATION: ' .
           ACCEPT WS-MENU.

           IF A
              GO TO STUDENT-DATA
           ELSE IF B
              GO TO SEARCH-STUDENT
           ELSE IF C
              GO TO STUDENT-LIST
           ELSE IF D
              GO TO AMEND-STUDENT
           ELSE IF E
              GO TO MARK-SHEET
           ELSE IF F
              GO TO TAKE-ATTENDANCE
           ELSE
              GO TO PARA-MENU
           END-IF.

       STUDENT-DATA.
           DISPLAY "ENTER STUDENT NUMBER".
           ACCEPT WS-STUDNUMBER.
           DISPLAY "ENTER STUDENT NAME".
           ACCEPT WS-STUDNAME.
           DISPLAY "ENTER STUDENT SECTION".
           ACCEPT WS-STUDSECT.

           MOVE WS-STUDSECT TO WS-CHK-SECT.
           PERFORM PARA-CHECK-SECT-ACCESS.
           IF WS-SECT-OK NOT = 1
               DISPLAY "SECTION MISMATCH - YOU MAY ONLY ADD STUDENTS "
               DISPLAY "TO YOUR OWN SECTIONS."
               GO TO MENU-TEACHER
           END-IF.

           PERFORM PARA-OPEN-STUDENT-IO.

           MOVE WS-STUDNUMBER TO FD-STUDNUMBER.
           INITIALIZE WS-FLAG2.
           READ FD-STUDENT KEY IS FD-STUDNUMBER
               INVALID KEY MOVE 0 TO WS-FLAG2
               NOT INVALID KEY MOVE 1 TO WS-FLAG2
           END-READ.

           IF WS-FLAG2 = 1
               DISPLAY "DUPLICATE KEY - STUDENT NUMBER ALREADY ON FILE."
               CLOSE FD-STUDENT
               GO TO STUDENT-DATA
           END-IF.

           MOVE WS-STUDSECT TO WS-CHK-SECT.
           MOVE WS-STUDNUMBER TO WS-SM-SKIP-STUDNUMBER.
           PERFORM PARA-SECTION-GATE.
           IF WS-SM-OK NOT = 1
               CLOSE FD-STUDENT
               GO TO MENU-TEACHER
           END-IF.

           DISPLAY "HOW MANY MODULE GRADES TO ENTER (1-10)? ".
           ACCEPT WS-MODCOUNT.
           PERFORM UNTIL WS-MODCOUNT >= 1 AND WS-MODCOUNT <= 10
               DISPLAY "INVALID - ENTER A NUMBER FROM 1 TO 10: "
               ACCEPT WS-MODCOUNT
           END-PERFORM.

           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > WS-MODCOUNT
               DISPLAY "MODULE " WS-LOOP-IDX " NUMBER: "
               ACCEPT WS-MODULENUMB(WS-LOOP-IDX)
               MOVE WS-MODULENUMB(WS-LOOP-IDX) TO WS-CHK-MODCODE
               PERFORM PARA-VALIDATE-MODULE
               PERFORM UNTIL WS-MODVALID = 1
                   DISPLAY "UNKNOWN MODULE CODE - RE-ENTER: "
                   ACCEPT WS-MODULENUMB(WS-LOOP-IDX)
                   MOVE WS-MODULENUMB(WS-LOOP-IDX) TO WS-CHK-MODCODE
                   PERFORM PARA-VALIDATE-MODULE
               END-PERFORM
               MOVE WS-STUDNUMBER TO WS-PQ-STUDNUMBER
               MOVE WS-MODULENUMB(WS-LOOP-IDX) TO WS-PQ-MODCODE
               PERFORM PARA-PREREQ-GATE
               PERFORM UNTIL WS-PQ-MET = 1
                   DISPLAY "ENTER A DIFFERENT MODULE NUMBER: "
                   ACCEPT WS-MODULENUMB(WS-LOOP-IDX)
                   MOVE WS-MODULENUMB(WS-LOOP-IDX) TO WS-CHK-MODCODE
                   PERFORM PARA-VALIDATE-MODULE
                   PERFORM UNTIL WS-MODVALID = 1
                       DISPLAY "UNKNOWN MODULE CODE - RE-ENTER: "
                       ACCEPT WS-MODULENUMB(WS-LOOP-IDX)
                       MOVE WS-MODULENUMB(WS-LOOP-IDX)
                           TO WS-CHK-MODCODE
                       PERFORM PARA-VALIDATE-MODULE
                   END-PERFORM
                   MOVE WS-MODULENUMB(WS-LOOP-IDX) TO WS-PQ-MODCODE
                   PERFORM PARA-PREREQ-GATE
               END-PERFORM
               IF WS-MODMASTER-AVAIL = 1
                   DISPLAY "  " WS-CHK-MODTITLE
               END-IF
               DISPLAY "MODULE " WS-LOOP-IDX " GRADE (0-100/INC/WD): "
               ACCEPT WS-GRADE-TEXT
               PERFORM PARA-PARSE-GRADE
               PERFORM UNTIL WS-GRADE-OK = 1
                   DISPLAY "INVALID GRADE - ENTER 0-100, INC OR WD: "
                   ACCEPT WS-GRADE-TEXT
                   PERFORM PARA-PARSE-GRADE
               END-PERFORM
               MOVE WS-GRADE-VAL TO WS-GRADE(WS-LOOP-IDX)
           END-PERFORM.

           PERFORM PARA-READ-MODERATION.
           MOVE WS-STUDINFO TO F-STUDENTINFO.
           IF WS-MODERATION-ON = 1
               PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                       UNTIL WS-LOOP-IDX > WS-MODCOUNT
                   MOVE WS-MODULENUMB(WS-LOOP-IDX) TO WS-PG-NEWMOD
                   MOVE WS-GRADE(WS-LOOP-IDX) TO WS-PG-NEWGRADE
                   MOVE 0 TO WS-PG-OLDMOD
                   MOVE 0 TO WS-PG-OLDGRADE
                   PERFORM PARA-HOLD-GRADE
                   MOVE 0 TO FD-MODULENUMB(WS-LOOP-IDX)
                   MOVE 0 TO FD-GRADE(WS-LOOP-IDX)
               END-PERFORM
               MOVE 0 TO FD-MODCOUNT
           END-IF.

           WRITE F-STUDENTINFO.
           CLOSE FD-STUDENT.

           IF WS-MODERATION-ON = 1
               DISPLAY "STUDENT DATA HAS BEEN RECORDED"
               DISPLAY WS-MODCOUNT " MODULE GRADE(S) HELD FOR "
                   "MODERATION - THEY AWAIT APPROVAL."
               GO TO MENU-TEACHER
           END-IF.

           PERFORM PARA-CALC-AVERAGE.
           MOVE WS-AVG-GRADE TO WS-AVG-GRADE-DISP.
           DISPLAY "STUDENT DATA HAS BEEN RECORDED".
           DISPLAY "AVERAGE GRADE: " WS-AVG-GRADE-DISP.
           GO TO MENU-TEACHER.
                       PERFORM PARA-VALIDATE-MODULE
                       MOVE WS-GRADE(WS-LOOP-IDX) TO WS-GRADE-VAL
                       PERFORM PARA-FORMAT-GRADE
                       MOVE WS-GRADE(WS-LOOP-IDX) TO WS-LG-GRADE
                       PERFORM PARA-GRADE-LETTER
                       DISPLAY "  MODULE "
                           WS-MODULENUMB(WS-LOOP-IDX)
                           " " WS-CHK-MODTITLE
                           " GRADE " WS-GRADE-SHOW " " WS-LG-LETTER
                   END-PERFORM
                   MOVE WS-AVG-GRADE TO WS-AVG-GRADE-DISP
                   MOVE WS-GPA TO WS-GPA-DISP
                   DISPLAY "AVERAGE GRADE:  " WS-AVG-GRADE-DISP
                   DISPLAY "GPA:            " WS-GPA-DISP
               ELSE
                   IF WS-FLAG3 = 1
                       DISPLAY "ACCESS DENIED - NOT IN YOUR SECTION."
           DISPLAY "CURRENT MODULE: " FD-MODULENUMB(WS-AMEND-SLOT).
           DISPLAY "CURRENT GRADE:  " WS-GRADE-SHOW.

           MOVE FD-MODULENUMB(WS-AMEND-SLOT) TO FD-RS-MODCODE.
           PERFORM PARA-CHECK-RESIT-LOCK.
           IF WS-RESIT-LOCKED = 1
               DISPLAY "MODULE IS ON THE RESIT REGISTER - ORIGINAL "
                   "GRADE IS LOCKED."
               DISPLAY "RESIT MARKS ARE RECORDED THROUGH RESIT POSTING."
               CLOSE FD-STUDENT
               GO TO MENU-TEACHER
           END-IF.

           DISPLAY "NEW MODULE NUMBER: ".
           ACCEPT WS-AMEND-MODULENUMB.
           MOVE WS-AMEND-MODULENUMB TO WS-CHK-MODCODE.
               MOVE WS-AMEND-MODULENUMB TO WS-CHK-MODCODE
               PERFORM PARA-VALIDATE-MODULE
           END-PERFORM.
           IF WS-AMEND-MODULENUMB NOT =
                   FD-MODULENUMB(WS-AMEND-SLOT)
               MOVE FD-STUDNUMBER TO WS-PQ-STUDNUMBER
               MOVE WS-AMEND-MODULENUMB TO WS-PQ-MODCODE
               PERFORM PARA-PREREQ-GATE
               IF WS-PQ-MET NOT = 1
                   DISPLAY "MODULE NOT CHANGED."
                   CLOSE FD-STUDENT
                   GO TO MENU-TEACHER
               END-IF
           END-IF.
           DISPLAY "NEW GRADE (0-100/INC/WD): ".
           ACCEPT WS-GRADE-TEXT.
           PERFORM PARA-PARSE-GRADE.
           END-PERFORM.
           MOVE WS-GRADE-VAL TO WS-AMEND-GRADE.

           PERFORM PARA-READ-MODERATION.
           IF WS-MODERATION-ON = 1
               IF WS-AMEND-MODULENUMB NOT =
                       FD-MODULENUMB(WS-AMEND-SLOT)
                   OR WS-AMEND-GRADE NOT = FD-GRADE(WS-AMEND-SLOT)
                   MOVE WS-AMEND-MODULENUMB TO WS-PG-NEWMOD
                   MOVE WS-AMEND-GRADE TO WS-PG-NEWGRADE
                   MOVE FD-MODULENUMB(WS-AMEND-SLOT) TO WS-PG-OLDMOD
                   MOVE FD-GRADE(WS-AMEND-SLOT) TO WS-PG-OLDGRADE
                   PERFORM PARA-HOLD-GRADE
                   DISPLAY "CHANGE HELD FOR MODERATION."
               ELSE
                   DISPLAY "NO CHANGE MADE."
               END-IF
               CLOSE FD-STUDENT
               GO TO MENU-TEACHER
           END-IF.

           IF WS-AMEND-MODULENUMB NOT =
                   FD-MODULENUMB(WS-AMEND-SLOT)
               MOVE 'MODULE  ' TO WS-GA-FIELD

           IF WS-AMEND-GRADE NOT = FD-GRADE(WS-AMEND-SLOT)
               MOVE 'GRADE   ' TO WS-GA-FIELD
               MOVE SPACES TO WS-GA-OLDVALUE
               MOVE FD-GRADE(WS-AMEND-SLOT) TO WS-GA-OLDVALUE(1:3)
               MOVE FD-MODULENUMB(WS-AMEND-SLOT)
                   TO WS-GA-OLDVALUE(7:5)
               MOVE SPACES TO WS-GA-NEWVALUE
               MOVE WS-AMEND-GRADE TO WS-GA-NEWVALUE(1:3)
               MOVE WS-AMEND-MODULENUMB TO WS-GA-NEWVALUE(7:5)
               PERFORM PARA-LOG-GRADE-CHANGE
           END-IF.

               MOVE WS-AMEND-MODULENUMB TO WS-CHK-MODCODE
               PERFORM PARA-VALIDATE-MODULE
           END-PERFORM.
           MOVE FD-STUDNUMBER TO WS-PQ-STUDNUMBER.
           MOVE WS-AMEND-MODULENUMB TO WS-PQ-MODCODE.
           PERFORM PARA-PREREQ-GATE.
           IF WS-PQ-MET NOT = 1
               DISPLAY "MODULE NOT APPENDED."
               CLOSE FD-STUDENT
               GO TO MENU-TEACHER
           END-IF.
           DISPLAY "NEW GRADE (0-100/INC/WD): ".
           ACCEPT WS-GRADE-TEXT.
           PERFORM PARA-PARSE-GRADE.
           END-PERFORM.
           MOVE WS-GRADE-VAL TO WS-AMEND-GRADE.

           PERFORM PARA-READ-MODERATION.
           IF WS-MODERATION-ON = 1
               MOVE WS-AMEND-MODULENUMB TO WS-PG-NEWMOD
               MOVE WS-AMEND-GRADE TO WS-PG-NEWGRADE
               MOVE 0 TO WS-PG-OLDMOD
               MOVE 0 TO WS-PG-OLDGRADE
               PERFORM PARA-HOLD-GRADE
               CLOSE FD-STUDENT
               DISPLAY "MODULE HELD FOR MODERATION."
               GO TO MENU-TEACHER
           END-IF.

           ADD 1 TO FD-MODCOUNT.
           MOVE WS-AMEND-MODULENUMB TO FD-MODULENUMB(FD-MODCOUNT).
           MOVE WS-AMEND-GRADE TO FD-GRADE(FD-MODCOUNT).

           MOVE 0 TO WS-MS-ENTERED.
           MOVE 0 TO WS-MS-SKIPPED.
           MOVE 0 TO WS-MS-HELD.
           PERFORM PARA-READ-MODERATION.
           IF WS-MODERATION-ON = 1
               DISPLAY "MODERATION MODE - GRADES WILL BE HELD "
                   "FOR APPROVAL."
           END-IF.
           MOVE 0 TO FD-STUDNUMBER.
           START FD-STUDENT KEY IS NOT LESS THAN FD-STUDNUMBER
               INVALID KEY MOVE 1 TO WS-EOF

           DISPLAY '--------------------------------------'.
           DISPLAY "GRADES ENTERED: " WS-MS-ENTERED.
           IF WS-MODERATION-ON = 1
               DISPLAY "HELD FOR MODERATION: " WS-MS-HELD
           END-IF.
           DISPLAY "SKIPPED:        " WS-MS-SKIPPED.
           GO TO MENU-TEACHER.

               GO TO PARA-MARK-ONE-STUDENT-EXIT
           END-IF.

           MOVE WS-MS-MODCODE TO FD-RS-MODCODE.
           PERFORM PARA-CHECK-RESIT-LOCK.
           IF WS-RESIT-LOCKED = 1
               DISPLAY FD-STUDNUMBER " " FD-STUDNAME
                   " ON RESIT REGISTER - SKIPPED"
               ADD 1 TO WS-MS-SKIPPED
               GO TO PARA-MARK-ONE-STUDENT-EXIT
           END-IF.

           MOVE FD-GRADE(WS-MS-SLOT) TO WS-GRADE-VAL.
           PERFORM PARA-FORMAT-GRADE.
           DISPLAY FD-STUDNUMBER " " FD-STUDNAME
               GO TO PARA-MARK-ONE-STUDENT-EXIT
           END-IF.

           MOVE FD-STUDNUMBER TO WS-PQ-STUDNUMBER.
           MOVE WS-MS-MODCODE TO WS-PQ-MODCODE.
           PERFORM PARA-PREREQ-GATE.
           IF WS-PQ-MET NOT = 1
               ADD 1 TO WS-MS-SKIPPED
               GO TO PARA-MARK-ONE-STUDENT-EXIT
           END-IF.

           IF WS-MODERATION-ON = 1
               MOVE WS-MS-MODCODE TO WS-PG-NEWMOD
               MOVE WS-GRADE-VAL TO WS-PG-NEWGRADE
               MOVE WS-MS-MODCODE TO WS-PG-OLDMOD
               MOVE FD-GRADE(WS-MS-SLOT) TO WS-PG-OLDGRADE
               PERFORM PARA-HOLD-GRADE
               ADD 1 TO WS-MS-ENTERED
               ADD 1 TO WS-MS-HELD
               GO TO PARA-MARK-ONE-STUDENT-EXIT
           END-IF.

           MOVE FD-STUDNUMBER TO WS-GA-STUDNUMBER.
           MOVE 'GRADE   ' TO WS-GA-FIELD.
           MOVE SPACES TO WS-GA-OLDVALUE.
           MOVE FD-GRADE(WS-MS-SLOT) TO WS-GA-OLDVALUE(1:3).
           MOVE WS-MS-MODCODE TO WS-GA-OLDVALUE(7:5).
           MOVE SPACES TO WS-GA-NEWVALUE.
           MOVE WS-GRADE-VAL TO WS-GA-NEWVALUE(1:3).
           MOVE WS-MS-MODCODE TO WS-GA-NEWVALUE(7:5).
           PERFORM PARA-LOG-GRADE-CHANGE.

           MOVE WS-GRADE-VAL TO FD-GRADE(WS-MS-SLOT).
       PARA-MARK-ONE-STUDENT-EXIT.
           EXIT.

       TAKE-ATTENDANCE.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************'.
           DISPLAY '*         DAILY ATTENDANCE           *'.
           DISPLAY '**************************************'.
           DISPLAY "ATTENDANCE DATE (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT WS-AT-DATE.
           IF WS-AT-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AT-DATE
           END-IF.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-AT-DATE) = 0
               DISPLAY "INVALID DATE - RE-ENTER (YYYYMMDD, 0 FOR "
                   "TODAY): "
               ACCEPT WS-AT-DATE
               IF WS-AT-DATE = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AT-DATE
               END-IF
           END-PERFORM.
           PERFORM PARA-READ-CUR-TERM.

           IF WS-MYSECT-COUNT > 1
               DISPLAY "YOUR SECTIONS:"
               PERFORM VARYING WS-MYSECT-IDX FROM 1 BY 1
                       UNTIL WS-MYSECT-IDX > WS-MYSECT-COUNT
                   DISPLAY "  SECTION " WS-MYSECT(WS-MYSECT-IDX)
               END-PERFORM
               DISPLAY "SECTION TO REGISTER (0 FOR ALL): "
               ACCEPT WS-LIST-SECT
               MOVE WS-LIST-SECT TO WS-CHK-SECT
               PERFORM PARA-CHECK-SECT-ACCESS
               PERFORM UNTIL WS-SECT-OK = 1 OR WS-LIST-SECT = 0
                   DISPLAY "NOT ONE OF YOUR SECTIONS - RE-ENTER: "
                   ACCEPT WS-LIST-SECT
                   MOVE WS-LIST-SECT TO WS-CHK-SECT
                   PERFORM PARA-CHECK-SECT-ACCESS
               END-PERFORM
           ELSE
               MOVE WS-MYSECT(1) TO WS-LIST-SECT
           END-IF.

           OPEN INPUT FD-STUDENT.
           IF WS-FILESTATUS2 = 35
               DISPLAY "NO STUDENTS ON FILE."
               CLOSE FD-STUDENT
               GO TO MENU-TEACHER
           END-IF.
           PERFORM PARA-OPEN-ATTEND-IO.

           MOVE 0 TO WS-AT-PRESENT.
           MOVE 0 TO WS-AT-ABSENT.
           MOVE 0 TO WS-AT-LATE.
           IF WS-LIST-SECT = 0
               PERFORM VARYING WS-MYSECT-IDX FROM 1 BY 1
                       UNTIL WS-MYSECT-IDX > WS-MYSECT-COUNT
                   MOVE WS-MYSECT(WS-MYSECT-IDX) TO WS-AT-SECT
                   PERFORM PARA-ATTEND-SECTION
               END-PERFORM
           ELSE
               MOVE WS-LIST-SECT TO WS-AT-SECT
               PERFORM PARA-ATTEND-SECTION
           END-IF.

           CLOSE FD-ATTEND.
           CLOSE FD-STUDENT.

           DISPLAY '--------------------------------------'.
           DISPLAY "ATTENDANCE DATE: " WS-AT-DATE.
           DISPLAY "PRESENT:         " WS-AT-PRESENT.
           DISPLAY "ABSENT:          " WS-AT-ABSENT.
           DISPLAY "LATE:            " WS-AT-LATE.
           GO TO MENU-TEACHER.

       PARA-ATTEND-SECTION.
           DISPLAY WS-BLANK.
           DISPLAY "SECTION " WS-AT-SECT
               " - P PRESENT, A ABSENT, L LATE".

           MOVE 0 TO FD-STUDNUMBER.
           START FD-STUDENT KEY IS NOT LESS THAN FD-STUDNUMBER
               INVALID KEY MOVE 1 TO WS-EOF
               NOT INVALID KEY MOVE 0 TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 1
               READ FD-STUDENT NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FD-STUDSECT = WS-AT-SECT
                           PERFORM PARA-ATTEND-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.

       PARA-ATTEND-ONE-STUDENT.
           MOVE FD-STUDNUMBER TO FD-AT-STUDNUMBER.
           MOVE WS-AT-DATE TO FD-AT-DATE.
           READ FD-ATTEND KEY IS FD-AT-KEY
               INVALID KEY MOVE 0 TO WS-AT-FOUND
               NOT INVALID KEY MOVE 1 TO WS-AT-FOUND
           END-READ.

           IF WS-AT-FOUND = 1
               DISPLAY FD-STUDNUMBER " " FD-STUDNAME
                   " RECORDED " FD-AT-STATUS
                   " (P/A/L, BLANK TO KEEP): "
           ELSE
               DISPLAY FD-STUDNUMBER " " FD-STUDNAME
                   " (P/A/L, BLANK = P): "
           END-IF.
           MOVE SPACE TO WS-AT-MARK.
           ACCEPT WS-AT-MARK.
           MOVE FUNCTION UPPER-CASE(WS-AT-MARK) TO WS-AT-MARK.
           IF WS-AT-MARK = SPACE
               IF WS-AT-FOUND = 1
                   MOVE FD-AT-STATUS TO WS-AT-MARK
               ELSE
                   MOVE 'P' TO WS-AT-MARK
               END-IF
           END-IF.
           PERFORM UNTIL WS-AT-MARK = 'P' OR WS-AT-MARK = 'A'
                   OR WS-AT-MARK = 'L'
               DISPLAY "INVALID - ENTER P, A OR L: "
               ACCEPT WS-AT-MARK
               MOVE FUNCTION UPPER-CASE(WS-AT-MARK) TO WS-AT-MARK
           END-PERFORM.

           MOVE FD-STUDNUMBER TO FD-AT-STUDNUMBER.
           MOVE WS-AT-DATE TO FD-AT-DATE.
           MOVE WS-AT-SECT TO FD-AT-SECT.
           MOVE WS-CUR-TERM TO FD-AT-TERM.
           MOVE WS-AT-MARK TO FD-AT-STATUS.
           MOVE WS-USERNAME TO FD-AT-USER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FD-AT-DATETIME.
           IF WS-AT-FOUND = 1
               REWRITE F-ATTENDREC
           ELSE
               WRITE F-ATTENDREC
           END-IF.

           IF WS-AT-MARK = 'A'
               ADD 1 TO WS-AT-ABSENT
           ELSE IF WS-AT-MARK = 'L'
               ADD 1 TO WS-AT-LATE
           ELSE
               ADD 1 TO WS-AT-PRESENT
           END-IF.

       PARA-LOG-GRADE-CHANGE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FD-GA-DATETIME.
           MOVE WS-USERNAME TO FD-GA-USER.
           WRITE FD-GRADEAUDITREC.
           CLOSE FD-GRADEAUDIT.

       PARA-READ-CUR-TERM.
           MOVE 0 TO WS-CUR-TERM.
           OPEN INPUT FD-CURTERM.
           IF WS-FILESTATUS12 = 0
               READ FD-CURTERM
                   AT END CONTINUE
                   NOT AT END
                       IF FC-TERM IS NUMERIC
                           MOVE FC-TERM TO WS-CUR-TERM
                       END-IF
               END-READ
               CLOSE FD-CURTERM
           END-IF.

       PARA-CHECK-RESIT-LOCK.
           MOVE 0 TO WS-RESIT-LOCKED.
           PERFORM PARA-READ-CUR-TERM.
           MOVE FD-STUDNUMBER TO FD-RS-STUDNUMBER.
           MOVE WS-CUR-TERM TO FD-RS-TERM.
           OPEN INPUT FD-RESIT.
           IF WS-FILESTATUS13 NOT = 35
               READ FD-RESIT KEY IS FD-RS-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-RESIT-LOCKED
               END-READ
               CLOSE FD-RESIT
           END-IF.

       PARA-ACCEPT-PREREQS.
           MOVE F-MODULEINFO TO WS-MOD-HOLD.
           MOVE FD-MODCODE TO WS-PQ-OWNCODE.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1 UNTIL WS-PQ-IDX > 3
               MOVE 0 TO WS-PQ-CODE(WS-PQ-IDX)
           END-PERFORM.
           MOVE 0 TO WS-PQ-DONE.
           DISPLAY "PREREQUISITE MODULES (UP TO 3, 0 WHEN DONE)".
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > 3 OR WS-PQ-DONE = 1
               DISPLAY "PREREQUISITE " WS-PQ-IDX ": "
               ACCEPT WS-PQ-CODE(WS-PQ-IDX)
               PERFORM PARA-CHECK-PREREQ-CODE
               PERFORM UNTIL WS-PQ-VALID = 1
                   DISPLAY "UNKNOWN OR INVALID MODULE CODE - RE-ENTER: "
                   ACCEPT WS-PQ-CODE(WS-PQ-IDX)
                   PERFORM PARA-CHECK-PREREQ-CODE
               END-PERFORM
               IF WS-PQ-CODE(WS-PQ-IDX) = 0
                   MOVE 1 TO WS-PQ-DONE
               END-IF
           END-PERFORM.
           MOVE WS-MOD-HOLD TO F-MODULEINFO.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1 UNTIL WS-PQ-IDX > 3
               MOVE WS-PQ-CODE(WS-PQ-IDX) TO FD-MODPREREQ(WS-PQ-IDX)
           END-PERFORM.

       PARA-CHECK-PREREQ-CODE.
           MOVE 1 TO WS-PQ-VALID.
           IF WS-PQ-CODE(WS-PQ-IDX) NOT = 0
               IF WS-PQ-CODE(WS-PQ-IDX) = WS-PQ-OWNCODE
                   MOVE 0 TO WS-PQ-VALID
               ELSE
                   MOVE WS-PQ-CODE(WS-PQ-IDX) TO FD-MODCODE
                   READ FD-MODMASTER KEY IS FD-MODCODE
                       INVALID KEY MOVE 0 TO WS-PQ-VALID
                   END-READ
               END-IF
           END-IF.

       PARA-PREREQ-GATE.
           PERFORM PARA-CHECK-PREREQS THRU PARA-CHECK-PREREQS-EXIT.
           IF WS-PQ-MET NOT = 1
               DISPLAY "PREREQUISITE NOT MET - MODULE " WS-PQ-MODCODE
                   " REQUIRES A PASS IN " WS-PQ-MISSING
               DISPLAY "OVERRIDE PREREQUISITE? (Y/N): "
               MOVE SPACE TO WS-PQ-ANSWER
               ACCEPT WS-PQ-ANSWER
               IF WS-PQ-ANSWER = 'Y' OR WS-PQ-ANSWER = 'y'
                   MOVE 1 TO WS-PQ-MET
                   MOVE WS-PQ-STUDNUMBER TO WS-GA-STUDNUMBER
                   MOVE 'PREREQOV' TO WS-GA-FIELD
                   MOVE SPACES TO WS-GA-OLDVALUE
                   MOVE WS-PQ-MISSING TO WS-GA-OLDVALUE(1:5)
                   MOVE SPACES TO WS-GA-NEWVALUE
                   MOVE WS-PQ-MODCODE TO WS-GA-NEWVALUE(1:5)
                   PERFORM PARA-LOG-GRADE-CHANGE
                   DISPLAY "PREREQUISITE OVERRIDE LOGGED."
               END-IF
           END-IF.

       PARA-CHECK-PREREQS.
           MOVE 1 TO WS-PQ-MET.
           MOVE 0 TO WS-PQ-MISSING.
           MOVE 0 TO WS-PQ-REQ-COUNT.

           OPEN INPUT FD-MODMASTER.
           IF WS-FILESTATUS5 NOT = 0 AND WS-FILESTATUS5 NOT = 35
               PERFORM PARA-MODMASTER-FATAL
           END-IF.
           IF WS-FILESTATUS5 = 35
               GO TO PARA-CHECK-PREREQS-EXIT
           END-IF.

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
           CLOSE FD-MODMASTER.

           IF WS-PQ-REQ-COUNT = 0
               GO TO PARA-CHECK-PREREQS-EXIT
           END-IF.

           OPEN INPUT FD-RESIT.
           IF WS-FILESTATUS13 = 35
               MOVE 0 TO WS-PQ-RESIT-AVAIL
           ELSE
               MOVE 1 TO WS-PQ-RESIT-AVAIL
           END-IF.

           OPEN INPUT FD-GRADEHIST.
           IF WS-FILESTATUS14 NOT = 35
               MOVE WS-PQ-STUDNUMBER TO FD-GH-STUDNUMBER
               MOVE 0 TO FD-GH-TERM
               START FD-GRADEHIST KEY IS NOT LESS THAN FD-GH-KEY
                   INVALID KEY MOVE 1 TO WS-PQ-GH-EOF
                   NOT INVALID KEY MOVE 0 TO WS-PQ-GH-EOF
               END-START
               PERFORM UNTIL WS-PQ-GH-EOF = 1
                   READ FD-GRADEHIST NEXT RECORD
                       AT END MOVE 1 TO WS-PQ-GH-EOF
                       NOT AT END
                           IF FD-GH-STUDNUMBER = WS-PQ-STUDNUMBER
                               PERFORM PARA-PQ-HIST-TERM
                           ELSE
                               MOVE 1 TO WS-PQ-GH-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-GRADEHIST
           END-IF.

           IF WS-PQ-RESIT-AVAIL = 1
               CLOSE FD-RESIT
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
           ELSE IF WS-PQ-RESIT-AVAIL = 1
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
           IF WS-FILESTATUS4 NOT = 35
               MOVE 0 TO WS-PQ-GA-EOF
               PERFORM UNTIL WS-PQ-GA-EOF = 1
                   READ FD-GRADEAUDIT
                       AT END MOVE 1 TO WS-PQ-GA-EOF
                       NOT AT END
                           IF FD-GA-FIELD = 'PREREQOV'
                               AND FD-GA-STUDNUMBER = WS-PQ-STUDNUMBER
                               AND FD-GA-NEWVALUE(1:5) = WS-PQ-MODCODE
                               MOVE 1 TO WS-PQ-MET
                               MOVE 1 TO WS-PQ-GA-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-GRADEAUDIT
           END-IF.

       PARA-LOG-LOGIN-ATTEMPT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-DATETIME.
           MOVE WS-AUDIT-DATETIME TO FD-AUDIT-DATETIME.
               CLOSE FD-MODMASTER
               OPEN I-O FD-MODMASTER
           END-IF.
           IF WS-FILESTATUS5 NOT = 0
               PERFORM PARA-MODMASTER-FATAL
           END-IF.

       PARA-MODMASTER-FATAL.
           DISPLAY "MODULE MASTER UNREADABLE - STATUS "
               WS-FILESTATUS5 ".".
           DISPLAY "CONVERT IT WITH MASTERBACKUP OPTION C. "
               "SESSION ENDED.".
           STOP RUN.

       PARA-OPEN-ATTEND-IO.
           OPEN I-O FD-ATTEND.
           IF WS-FILESTATUS15 = 35
               OPEN OUTPUT FD-ATTEND
               CLOSE FD-ATTEND
               OPEN I-O FD-ATTEND
           END-IF.

       PARA-READ-MODERATION.
           MOVE 0 TO WS-MODERATION-ON.
           OPEN INPUT FD-MODERCFG.
           IF WS-FILESTATUS17 = 0
               READ FD-MODERCFG
                   AT END CONTINUE
                   NOT AT END
                       IF FM-MODERATION-FLAG = 'Y'
                           MOVE 1 TO WS-MODERATION-ON
                       END-IF
               END-READ
               CLOSE FD-MODERCFG
           END-IF.

       PARA-HOLD-GRADE.
           OPEN I-O FD-PENDGRADE.
           IF WS-FILESTATUS18 = 35
               OPEN OUTPUT FD-PENDGRADE
               CLOSE FD-PENDGRADE
               OPEN I-O FD-PENDGRADE
           END-IF.

           MOVE FD-STUDNUMBER TO FD-PG-STUDNUMBER.
           MOVE WS-PG-NEWMOD TO FD-PG-MODCODE.
           MOVE FD-STUDSECT TO FD-PG-STUDSECT.
           MOVE WS-PG-OLDMOD TO FD-PG-OLDMOD.
           MOVE WS-PG-OLDGRADE TO FD-PG-OLDGRADE.
           MOVE WS-PG-NEWGRADE TO FD-PG-GRADE.
           MOVE WS-USERNAME TO FD-PG-USER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FD-PG-DATETIME.
           WRITE F-PENDGRADEREC
               INVALID KEY REWRITE F-PENDGRADEREC
           END-WRITE.
           CLOSE FD-PENDGRADE.

       PARA-LOAD-GRADE-SCALE.
           MOVE 0 TO WS-GS-USED.
           MOVE 0 TO WS-GS-EOF.
           OPEN INPUT FD-GRADESCALE.
           IF WS-FILESTATUS19 = 0
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
       PARA-OPEN-GRADESCALE-IO.
           OPEN I-O FD-GRADESCALE.
           IF WS-FILESTATUS19 = 35
               OPEN OUTPUT FD-GRADESCALE
               PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                       UNTIL WS-GS-IDX > 5
                   MOVE WS-GS-DEFAULT-ENTRY(WS-GS-IDX)
                       TO F-GRADESCALEREC
                   WRITE F-GRADESCALEREC
               END-PERFORM
               CLOSE FD-GRADESCALE
               OPEN I-O FD-GRADESCALE
               DISPLAY "GRADE SCALE CREATED WITH THE DEFAULT BANDS."
           END-IF.

       PARA-PARSE-POINTS.
           MOVE 0 TO WS-GS-POINTS-OK.
           IF WS-GS-IN-POINTS-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-GS-IN-POINTS-TEXT) = 0
                   IF FUNCTION NUMVAL(WS-GS-IN-POINTS-TEXT) >= 0
                     AND FUNCTION NUMVAL(WS-GS-IN-POINTS-TEXT) <= 9.99
                       COMPUTE WS-GS-IN-POINTS =
                           FUNCTION NUMVAL(WS-GS-IN-POINTS-TEXT)
                       MOVE 1 TO WS-GS-POINTS-OK
                   END-IF
               END-IF
           END-IF.

       PARA-READ-ABSENCE-LIMIT.
           MOVE 20 TO WS-ABSENCE-LIMIT.
           OPEN INPUT FD-ABSCFG.
           IF WS-FILESTATUS16 = 0
               READ FD-ABSCFG
                   AT END CONTINUE
                   NOT AT END
                       IF FA-ABSENCE-PCT IS NUMERIC
                               AND FA-ABSENCE-PCT > 0
                           MOVE FA-ABSENCE-PCT TO WS-ABSENCE-LIMIT
                       END-IF
               END-READ
               CLOSE FD-ABSCFG
           END-IF.

       PARA-READ-TREND-LIMIT.
           MOVE 10 TO WS-TREND-LIMIT.
           OPEN INPUT FD-TRENDCFG.
           IF WS-FILESTATUS20 = 0
               READ FD-TRENDCFG
                   AT END CONTINUE
                   NOT AT END
                       IF FR-DROP-POINTS IS NUMERIC
                               AND FR-DROP-POINTS > 0
                           MOVE FR-DROP-POINTS TO WS-TREND-LIMIT
                       END-IF
               END-READ
               CLOSE FD-TRENDCFG
           END-IF.

       PARA-OPEN-TEACHSECT-IO.
           OPEN I-O FD-TEACHSECT.
               OPEN I-O FD-TEACHSECT
           END-IF.

       PARA-OPEN-SECTMAST-IO.
           OPEN I-O FD-SECTMAST.
           IF WS-FILESTATUS21 = 35
               OPEN OUTPUT FD-SECTMAST
               CLOSE FD-SECTMAST
               OPEN I-O FD-SECTMAST
           END-IF.

       PARA-CHECK-HOMEROOM.
           MOVE 0 TO WS-FLAG3.
           OPEN INPUT FD-TEACHER.
           IF WS-FILESTATUS = 0
               MOVE WS-SM-IN-HOMEROOM TO F-USERNAME
               READ FD-TEACHER KEY IS F-USERNAME
                   INVALID KEY MOVE 0 TO WS-FLAG3
                   NOT INVALID KEY
                       MOVE 1 TO WS-FLAG3
                       MOVE F-TEACHERNAME TO WS-SM-HR-NAME
               END-READ
               CLOSE FD-TEACHER
           END-IF.

       PARA-COUNT-ENROLMENT.
           INITIALIZE WS-SM-ENROL-TABLE.
           OPEN INPUT FD-STUDENT.
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
                           IF FD-STUDSECT >= 1
                               ADD 1 TO WS-SM-ENROL(FD-STUDSECT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-STUDENT
           END-IF.

       PARA-VALIDATE-SECTION.
           MOVE 0 TO WS-SM-VALID.
           MOVE 0 TO WS-SM-CAPACITY.
           OPEN INPUT FD-SECTMAST.
           IF WS-FILESTATUS21 = 35
               MOVE 0 TO WS-SM-AVAIL
               MOVE 1 TO WS-SM-VALID
               IF WS-SM-WARNED = 0
                   MOVE 1 TO WS-SM-WARNED
                   DISPLAY "SECTION MASTER NOT ON FILE - "
                       "SECTIONS WILL NOT BE VALIDATED."
               END-IF
           ELSE
               MOVE 1 TO WS-SM-AVAIL
               MOVE WS-CHK-SECT TO FD-SM-SECTION
               READ FD-SECTMAST KEY IS FD-SM-SECTION
                   INVALID KEY MOVE 0 TO WS-SM-VALID
                   NOT INVALID KEY
                       MOVE 1 TO WS-SM-VALID
                       MOVE FD-SM-CAPACITY TO WS-SM-CAPACITY
               END-READ
               CLOSE FD-SECTMAST
           END-IF.

       PARA-CHECK-SECT-CAPACITY.
           MOVE 0 TO WS-SM-FULL.
           MOVE 0 TO WS-SM-ENROLLED.
           IF WS-SM-CAPACITY > 0
               MOVE F-STUDENTINFO TO WS-SM-HOLD
               MOVE 0 TO FD-STUDNUMBER
               START FD-STUDENT KEY IS NOT LESS THAN FD-STUDNUMBER
                   INVALID KEY MOVE 1 TO WS-SM-EOF
                   NOT INVALID KEY MOVE 0 TO WS-SM-EOF
               END-START
               PERFORM UNTIL WS-SM-EOF = 1
                   READ FD-STUDENT NEXT RECORD
                       AT END MOVE 1 TO WS-SM-EOF
                       NOT AT END
                           IF FD-STUDSECT = WS-CHK-SECT AND
                               FD-STUDNUMBER NOT = WS-SM-SKIP-STUDNUMBER
                               ADD 1 TO WS-SM-ENROLLED
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-SM-HOLD TO F-STUDENTINFO
               IF WS-SM-ENROLLED >= WS-SM-CAPACITY
                   MOVE 1 TO WS-SM-FULL
               END-IF
           END-IF.

       PARA-SECTION-GATE.
           MOVE 0 TO WS-SM-OK.
           PERFORM PARA-VALIDATE-SECTION.
           IF WS-SM-VALID NOT = 1
               DISPLAY "SECTION " WS-CHK-SECT
                   " IS NOT ON THE SECTION MASTER."
           ELSE
               PERFORM PARA-CHECK-SECT-CAPACITY
               IF WS-SM-FULL = 1
                   DISPLAY "SECTION " WS-CHK-SECT " IS FULL - "
                       WS-SM-ENROLLED " OF " WS-SM-CAPACITY
                       " PLACES TAKEN."
               ELSE
                   MOVE 1 TO WS-SM-OK
               END-IF
           END-IF.

       PARA-LOAD-MY-SECTIONS.
           MOVE 0 TO WS-MYSECT-COUNT.

           MOVE 1 TO WS-CHK-MODCREDITS.
           MOVE 0 TO WS-CHK-MODPASSMARK.
           OPEN INPUT FD-MODMASTER.
           IF WS-FILESTATUS5 NOT = 0 AND WS-FILESTATUS5 NOT = 35
               PERFORM PARA-MODMASTER-FATAL
           END-IF.
           IF WS-FILESTATUS5 = 35
               MOVE 0 TO WS-MODMASTER-AVAIL
               MOVE 1 TO WS-MODVALID
           END-IF.

       PARA-CALC-AVERAGE.
           IF WS-GS-LOADED = 0
               PERFORM PARA-LOAD-GRADE-SCALE
               MOVE 1 TO WS-GS-LOADED
           END-IF.
           MOVE 0 TO WS-GRADE-TOTAL.
           MOVE 0 TO WS-REAL-GRADE-COUNT.
           MOVE 0 TO WS-GPA-TOTAL.
           MOVE 0 TO WS-GPA-CREDITS.
           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > WS-MODCOUNT
               IF WS-GRADE(WS-LOOP-IDX) < 998
                   COMPUTE WS-GRADE-TOTAL = WS-GRADE-TOTAL
                       + (WS-GRADE(WS-LOOP-IDX) * WS-CHK-MODCREDITS)
                   ADD WS-CHK-MODCREDITS TO WS-REAL-GRADE-COUNT
                   MOVE WS-GRADE(WS-LOOP-IDX) TO WS-LG-GRADE
                   PERFORM PARA-GRADE-LETTER
                   IF WS-LG-FOUND = 1
                       COMPUTE WS-GPA-TOTAL = WS-GPA-TOTAL
                           + (WS-LG-POINTS * WS-CHK-MODCREDITS)
                       ADD WS-CHK-MODCREDITS TO WS-GPA-CREDITS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-REAL-GRADE-COUNT > 0
           ELSE
               MOVE 0 TO WS-AVG-GRADE
           END-IF.
           IF WS-GPA-CREDITS > 0
               COMPUTE WS-GPA ROUNDED =
                   WS-GPA-TOTAL / WS-GPA-CREDITS
           ELSE
               MOVE 0 TO WS-GPA
           END-IF.

       PARA-PARSE-GRADE.
           MOVE 0 TO WS-GRADE-OK.
           ELSE
               MOVE WS-GRADE-VAL TO WS-GRADE-SHOW
           END-IF.
