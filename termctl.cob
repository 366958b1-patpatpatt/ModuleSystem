       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCLOSECTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-RUNCTL ASSIGN TO
               'C:\COBOL\BANK\TERMRUNCTL.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-JC-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-CURTERM ASSIGN TO
               'C:\COBOL\BANK\CURRENTTERM.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS2.

           SELECT FD-TEACHERBAK ASSIGN USING WS-TEACHERBAK-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS3.

           SELECT FD-STUDENTBAK ASSIGN USING WS-STUDENTBAK-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS4.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FD-CURTERM.
       01  F-CURTERMREC.
           05 FC-TERM PIC 9(5).

       FD  FD-TEACHERBAK.
       01  F-TEACHERBAKREC.
           05 FTB-RECTYPE PIC X.
           05 FTB-DATA PIC X(47).
       01  F-TEACHERBAKCTL.
           05 FTB-C-RECTYPE PIC X.
           05 FTB-C-DATETIME PIC X(14).
           05 FTB-C-COUNT PIC 9(7).
           05 FTB-C-HASH PIC 9(12).
           05 FILLER PIC X(14).

       FD  FD-STUDENTBAK.
       01  F-STUDENTBAKREC.
           05 FSB-RECTYPE PIC X.
           05 FSB-DATA PIC X(119).
       01  F-STUDENTBAKCTL.
           05 FSB-C-RECTYPE PIC X.
           05 FSB-C-DATETIME PIC X(14).
           05 FSB-C-COUNT PIC 9(7).
           05 FSB-C-HASH PIC 9(12).
           05 FILLER PIC X(86).

       WORKING-STORAGE SECTION.
       01  WS-FILESTATUS PIC 9(2).
       01  WS-FILESTATUS2 PIC 9(2).
       01  WS-FILESTATUS3 PIC 9(2).
       01  WS-FILESTATUS4 PIC 9(2).
       01  WS-EOF PIC 9.

       01  WS-MENU        PIC A.
           88 A           VALUE 'A', 'a'.
           88 B           VALUE 'B', 'b'.
           88 C           VALUE 'C', 'c'.
       01  WS-BLANK        PIC X(25) VALUE SPACES.

       01  WS-CUR-TERM PIC 9(5).
       01  WS-NOW PIC X(14).
       01  WS-STEP-START PIC X(14).
       01  WS-STEP-IDX PIC 9(2).
       01  WS-PRED-IDX PIC 9(2).
       01  WS-PRED-MISSING PIC 9(2).
       01  WS-RUN-STEP PIC 9(2).
       01  WS-STEP-RC PIC S9(4).
       01  WS-STEP-OK PIC 9.
       01  WS-CALL-FAILED PIC 9.
       01  WS-CALL-NAME PIC X(20).
       01  WS-HALT PIC 9.
       01  WS-TERM-CLOSED PIC 9 VALUE 0.
       01  WS-FAILED-COUNT PIC 9(2) VALUE 0.

       01  WS-STEP-DEFS.
           05 FILLER PIC X(20) VALUE 'MASTERBACKUP'.
           05 FILLER PIC X(20) VALUE 'PROMOTIONRUN'.
           05 FILLER PIC X(20) VALUE 'RESITREGISTER'.
           05 FILLER PIC X(20) VALUE 'GRADEREPORT'.
           05 FILLER PIC X(20) VALUE 'TRANSCRIPTEXTRACT'.
           05 FILLER PIC X(20) VALUE 'TERMROLLOVER'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-DEFS.
           05 WS-STEP-PROGRAM PIC X(20) OCCURS 6 TIMES.
       01  WS-STEP-COUNT PIC 9(2) VALUE 6.

       01  WS-STATE-TABLE.
           05 WS-STATE OCCURS 6 TIMES.
              10 WS-ST-STATUS PIC X.
              10 WS-ST-START PIC X(14).
              10 WS-ST-END PIC X(14).
              10 WS-ST-RETCODE PIC 9(4).
              10 WS-ST-ATTEMPTS PIC 9(3).

       01  WS-STATUS-LINE.
           05 WS-SL-STEP PIC 9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-PROGRAM PIC X(18).
           05 WS-SL-STATUS PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SL-START PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SL-END PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SL-RETCODE PIC ZZZ9.

       01  WS-BAK-OK PIC 9.
       01  WS-BAK-EOF PIC 9.
       01  WS-BAK-LAST PIC X.
       01  WS-BAK-STAMP PIC X(14).

       01  WS-TEACHERBAK-NAME.
           05 FILLER PIC X(28)
               VALUE 'C:\COBOL\BANK\TEACHERBACKUP.'.
           05 WS-TB-DATE PIC X(8).
           05 FILLER PIC X(4) VALUE '.dat'.

       01  WS-STUDENTBAK-NAME.
           05 FILLER PIC X(28)
               VALUE 'C:\COBOL\BANK\STUDENTBACKUP.'.
           05 WS-SB-DATE PIC X(8).
           05 FILLER PIC X(4) VALUE '.dat'.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM PARA-OPEN-FILES THRU PARA-OPEN-FILES-EXIT.
           IF WS-EOF NOT = 1
               PERFORM PARA-SHOW-STATUS
               PERFORM PARA-CONTROL-MENU THRU PARA-CONTROL-MENU-EXIT
               PERFORM PARA-CLOSE-AND-REPORT
           END-IF.
           STOP RUN.

       PARA-OPEN-FILES.
           DISPLAY '**************************************'.
           DISPLAY '*   TERM-CLOSE JOB STREAM CONTROL    *'.
           DISPLAY '**************************************'.

           MOVE 0 TO WS-EOF.
           PERFORM PARA-READ-CUR-TERM.
           IF WS-CUR-TERM = 0
               DISPLAY "NO CURRENT TERM ON FILE."
               DISPLAY "TERM BEING CLOSED (YYYYT): "
               ACCEPT WS-CUR-TERM
               PERFORM UNTIL WS-CUR-TERM >= 19001
                       AND WS-CUR-TERM <= 99999
                   DISPLAY "INVALID - ENTER TERM AS YYYYT: "
                   ACCEPT WS-CUR-TERM
               END-PERFORM
               PERFORM PARA-WRITE-CUR-TERM
           ELSE
               DISPLAY "CURRENT TERM ON FILE: " WS-CUR-TERM
           END-IF.

           PERFORM PARA-OPEN-RUNCTL.
           IF WS-FILESTATUS NOT = 0
               DISPLAY "UNABLE TO OPEN RUN CONTROL FILE - STATUS "
                   WS-FILESTATUS ". ABORTING."
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO WS-EOF
               GO TO PARA-OPEN-FILES-EXIT
           END-IF.

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM PARA-LOAD-STEP
           END-PERFORM.
           CLOSE FD-RUNCTL.

       PARA-OPEN-FILES-EXIT.
           EXIT.

       PARA-READ-CUR-TERM.
           MOVE 0 TO WS-CUR-TERM.
           OPEN INPUT FD-CURTERM.
           IF WS-FILESTATUS2 = 0
               READ FD-CURTERM
                   AT END CONTINUE
                   NOT AT END
                       IF FC-TERM IS NUMERIC
                           MOVE FC-TERM TO WS-CUR-TERM
                       END-IF
               END-READ
               CLOSE FD-CURTERM
           END-IF.

       PARA-WRITE-CUR-TERM.
           OPEN OUTPUT FD-CURTERM.
           MOVE WS-CUR-TERM TO FC-TERM.
           WRITE F-CURTERMREC.
           CLOSE FD-CURTERM.

       PARA-OPEN-RUNCTL.
           OPEN I-O FD-RUNCTL.
           IF WS-FILESTATUS = 35
               OPEN OUTPUT FD-RUNCTL
               CLOSE FD-RUNCTL
               OPEN I-O FD-RUNCTL
           END-IF.

       PARA-LOAD-STEP.
           MOVE WS-CUR-TERM TO FD-JC-TERM.
           MOVE WS-STEP-IDX TO FD-JC-STEP.
           READ FD-RUNCTL KEY IS FD-JC-KEY
               INVALID KEY
                   MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO FD-JC-PROGRAM
                   MOVE 'P' TO FD-JC-STATUS
                   MOVE SPACES TO FD-JC-START
                   MOVE SPACES TO FD-JC-END
                   MOVE 0 TO FD-JC-RETCODE
                   MOVE 0 TO FD-JC-ATTEMPTS
                   WRITE F-RUNCTLREC
               NOT INVALID KEY
                   IF FD-JC-STATUS = 'R'
                       DISPLAY "STEP " WS-STEP-IDX " " FD-JC-PROGRAM
                       DISPLAY "  DID NOT FINISH ON ITS LAST RUN - "
                           "MARKED FAILED."
                       MOVE 'F' TO FD-JC-STATUS
                       MOVE 9999 TO FD-JC-RETCODE
                       REWRITE F-RUNCTLREC
                   END-IF
           END-READ.
           PERFORM PARA-STORE-STATE.

       PARA-STORE-STATE.
           MOVE FD-JC-STATUS TO WS-ST-STATUS(WS-STEP-IDX).
           MOVE FD-JC-START TO WS-ST-START(WS-STEP-IDX).
           MOVE FD-JC-END TO WS-ST-END(WS-STEP-IDX).
           MOVE FD-JC-RETCODE TO WS-ST-RETCODE(WS-STEP-IDX).
           MOVE FD-JC-ATTEMPTS TO WS-ST-ATTEMPTS(WS-STEP-IDX).

       PARA-CONTROL-MENU.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************'.
           DISPLAY '*      TERM-CLOSE JOB STREAM         *'.
           DISPLAY '*                                    *'.
           DISPLAY '*  => [A]   RUN / RESUME TERM CLOSE  *'.
           DISPLAY '*  => [B]   RUN ONE STEP             *'.
           DISPLAY '*  => [C]   SHOW STEP STATUS         *'.
           DISPLAY '*  => [ANY] EXIT                     *'.
           DISPLAY '**************************************'.
           DISPLAY '       CHOOSE AN OPERATION: '.
           ACCEPT WS-MENU.

           IF A
              PERFORM PARA-RUN-STREAM
           ELSE IF B
              PERFORM PARA-RUN-ONE
           ELSE IF C
              PERFORM PARA-SHOW-STATUS
           ELSE
              GO TO PARA-CONTROL-MENU-EXIT
           END-IF.

           IF WS-TERM-CLOSED = 1
              GO TO PARA-CONTROL-MENU-EXIT
           END-IF.
           GO TO PARA-CONTROL-MENU.

       PARA-CONTROL-MENU-EXIT.
           EXIT.

       PARA-RUN-STREAM.
           MOVE 0 TO WS-HALT.
           MOVE 0 TO WS-RUN-STEP.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   OR WS-RUN-STEP > 0
               IF WS-ST-STATUS(WS-STEP-IDX) NOT = 'C'
                   MOVE WS-STEP-IDX TO WS-RUN-STEP
               END-IF
           END-PERFORM.

           IF WS-RUN-STEP = 0
               DISPLAY "ALL STEPS ARE COMPLETE FOR TERM " WS-CUR-TERM
           ELSE
               IF WS-ST-STATUS(WS-RUN-STEP) = 'F'
                   DISPLAY "RESUMING AT FAILED STEP " WS-RUN-STEP
                       " " WS-STEP-PROGRAM(WS-RUN-STEP)
               ELSE
                   DISPLAY "STARTING AT STEP " WS-RUN-STEP
                       " " WS-STEP-PROGRAM(WS-RUN-STEP)
               END-IF
               PERFORM UNTIL WS-HALT = 1
                       OR WS-RUN-STEP > WS-STEP-COUNT
                   PERFORM PARA-RUN-STEP THRU PARA-RUN-STEP-EXIT
                   IF WS-STEP-OK = 1
                       ADD 1 TO WS-RUN-STEP
                   ELSE
                       MOVE 1 TO WS-HALT
                   END-IF
               END-PERFORM
               IF WS-HALT = 1
                   DISPLAY "TERM CLOSE HALTED AT STEP " WS-RUN-STEP
                       " " WS-STEP-PROGRAM(WS-RUN-STEP)
                   DISPLAY "CORRECT THE PROBLEM AND RESUME - "
                       "COMPLETED STEPS WILL NOT BE RERUN."
               END-IF
           END-IF.

       PARA-RUN-ONE.
           PERFORM PARA-SHOW-STATUS.
           DISPLAY "STEP TO RUN (1-" WS-STEP-COUNT "): ".
           ACCEPT WS-RUN-STEP.
           IF WS-RUN-STEP < 1 OR WS-RUN-STEP > WS-STEP-COUNT
               DISPLAY "INVALID STEP NUMBER."
           ELSE
               PERFORM PARA-RUN-STEP THRU PARA-RUN-STEP-EXIT
           END-IF.

       PARA-RUN-STEP.
           MOVE 0 TO WS-STEP-OK.
           MOVE 0 TO WS-PRED-MISSING.
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX >= WS-RUN-STEP
                   OR WS-PRED-MISSING > 0
               IF WS-ST-STATUS(WS-PRED-IDX) NOT = 'C'
                   MOVE WS-PRED-IDX TO WS-PRED-MISSING
               END-IF
           END-PERFORM.
           IF WS-PRED-MISSING > 0
               DISPLAY "STEP " WS-RUN-STEP " "
                   WS-STEP-PROGRAM(WS-RUN-STEP) " CANNOT START."
               DISPLAY "STEP " WS-PRED-MISSING " "
                   WS-STEP-PROGRAM(WS-PRED-MISSING)
                   " HAS NOT COMPLETED FOR TERM " WS-CUR-TERM
               GO TO PARA-RUN-STEP-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START.
           PERFORM PARA-OPEN-RUNCTL.
           IF WS-FILESTATUS NOT = 0
               DISPLAY "UNABLE TO OPEN RUN CONTROL FILE - STATUS "
                   WS-FILESTATUS ". STEP NOT STARTED."
               GO TO PARA-RUN-STEP-EXIT
           END-IF.
           MOVE WS-RUN-STEP TO WS-STEP-IDX.
           PERFORM PARA-READ-STEP.
           MOVE 'R' TO FD-JC-STATUS.
           MOVE WS-STEP-START TO FD-JC-START.
           MOVE SPACES TO FD-JC-END.
           MOVE 0 TO FD-JC-RETCODE.
           ADD 1 TO FD-JC-ATTEMPTS.
           REWRITE F-RUNCTLREC.
           PERFORM PARA-STORE-STATE.
           PERFORM PARA-RESET-LATER-STEPS.
           CLOSE FD-RUNCTL.

           DISPLAY '--------------------------------------'.
           DISPLAY "STEP " WS-RUN-STEP " STARTED "
               WS-STEP-START ": " WS-STEP-PROGRAM(WS-RUN-STEP).
           IF WS-RUN-STEP = 1
               DISPLAY "ANSWER U AT THE BACKUP PROMPT TO UNLOAD "
                   "THE MASTERS."
           END-IF.
           DISPLAY '--------------------------------------'.

           MOVE WS-STEP-PROGRAM(WS-RUN-STEP) TO WS-CALL-NAME.
           MOVE 0 TO WS-CALL-FAILED.
           MOVE 0 TO RETURN-CODE.
           CALL WS-CALL-NAME
               ON EXCEPTION
                   DISPLAY "PROGRAM " WS-CALL-NAME
                       " COULD NOT BE LOADED."
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL.
           MOVE RETURN-CODE TO WS-STEP-RC.
           CANCEL WS-CALL-NAME.
           MOVE 0 TO RETURN-CODE.
           IF WS-CALL-FAILED = 1 OR WS-STEP-RC < 0
               MOVE 9999 TO WS-STEP-RC
           END-IF.

           IF WS-STEP-RC = 0 AND WS-RUN-STEP = 1
               PERFORM PARA-VERIFY-BACKUP THRU PARA-VERIFY-BACKUP-EXIT
               IF WS-BAK-OK NOT = 1
                   MOVE 8 TO WS-STEP-RC
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           PERFORM PARA-OPEN-RUNCTL.
           IF WS-FILESTATUS NOT = 0
               DISPLAY "UNABLE TO OPEN RUN CONTROL FILE - STATUS "
                   WS-FILESTATUS ". STEP LEFT AS RUNNING."
               GO TO PARA-RUN-STEP-EXIT
           END-IF.
           PERFORM PARA-READ-STEP.
           MOVE WS-NOW TO FD-JC-END.
           MOVE WS-STEP-RC TO FD-JC-RETCODE.
           IF WS-STEP-RC = 0
               MOVE 'C' TO FD-JC-STATUS
               MOVE 1 TO WS-STEP-OK
           ELSE
               MOVE 'F' TO FD-JC-STATUS
               ADD 1 TO WS-FAILED-COUNT
           END-IF.
           REWRITE F-RUNCTLREC.
           PERFORM PARA-STORE-STATE.
           CLOSE FD-RUNCTL.

           DISPLAY '--------------------------------------'.
           IF WS-STEP-OK = 1
               DISPLAY "STEP " WS-RUN-STEP " COMPLETED "
                   WS-NOW ": " WS-STEP-PROGRAM(WS-RUN-STEP)
           ELSE
               DISPLAY "STEP " WS-RUN-STEP " FAILED "
                   WS-NOW ": " WS-STEP-PROGRAM(WS-RUN-STEP)
                   " RC " WS-STEP-RC
           END-IF.

           IF WS-STEP-OK = 1 AND WS-RUN-STEP = WS-STEP-COUNT
               MOVE 1 TO WS-TERM-CLOSED
               DISPLAY "TERM " WS-CUR-TERM " CLOSED - ALL STEPS "
                   "COMPLETE."
           END-IF.

       PARA-RUN-STEP-EXIT.
           EXIT.

       PARA-READ-STEP.
           MOVE WS-CUR-TERM TO FD-JC-TERM.
           MOVE WS-STEP-IDX TO FD-JC-STEP.
           READ FD-RUNCTL KEY IS FD-JC-KEY
               INVALID KEY
                   MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO FD-JC-PROGRAM
                   MOVE 'P' TO FD-JC-STATUS
                   MOVE SPACES TO FD-JC-START
                   MOVE SPACES TO FD-JC-END
                   MOVE 0 TO FD-JC-RETCODE
                   MOVE 0 TO FD-JC-ATTEMPTS
                   WRITE F-RUNCTLREC
           END-READ.

       PARA-RESET-LATER-STEPS.
           COMPUTE WS-PRED-IDX = WS-RUN-STEP + 1.
           PERFORM VARYING WS-STEP-IDX FROM WS-PRED-IDX BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-ST-STATUS(WS-STEP-IDX) NOT = 'P'
                   PERFORM PARA-READ-STEP
                   MOVE 'P' TO FD-JC-STATUS
                   REWRITE F-RUNCTLREC
                   PERFORM PARA-STORE-STATE
                   DISPLAY "STEP " WS-STEP-IDX " "
                       WS-STEP-PROGRAM(WS-STEP-IDX)
                       " RESET TO PENDING."
               END-IF
           END-PERFORM.
           MOVE WS-RUN-STEP TO WS-STEP-IDX.

       PARA-VERIFY-BACKUP.
           MOVE 0 TO WS-BAK-OK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TB-DATE.
           MOVE WS-TB-DATE TO WS-SB-DATE.

           OPEN INPUT FD-TEACHERBAK.
           IF WS-FILESTATUS3 NOT = 0
               DISPLAY "TEACHER BACKUP FOR " WS-TB-DATE " NOT FOUND."
               GO TO PARA-VERIFY-BACKUP-EXIT
           END-IF.
           MOVE SPACE TO WS-BAK-LAST.
           MOVE SPACES TO WS-BAK-STAMP.
           MOVE 0 TO WS-BAK-EOF.
           PERFORM UNTIL WS-BAK-EOF = 1
               READ FD-TEACHERBAK
                   AT END MOVE 1 TO WS-BAK-EOF
                   NOT AT END
                       MOVE FTB-RECTYPE TO WS-BAK-LAST
                       IF FTB-RECTYPE = 'H'
                           MOVE FTB-C-DATETIME TO WS-BAK-STAMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FD-TEACHERBAK.
           IF WS-BAK-LAST NOT = 'T' OR WS-BAK-STAMP < WS-STEP-START
               DISPLAY "TEACHER BACKUP FOR " WS-TB-DATE
                   " NOT WRITTEN IN FULL BY THIS STEP."
               GO TO PARA-VERIFY-BACKUP-EXIT
           END-IF.

           OPEN INPUT FD-STUDENTBAK.
           IF WS-FILESTATUS4 NOT = 0
               DISPLAY "STUDENT BACKUP FOR " WS-SB-DATE " NOT FOUND."
               GO TO PARA-VERIFY-BACKUP-EXIT
           END-IF.
           MOVE SPACE TO WS-BAK-LAST.
           MOVE SPACES TO WS-BAK-STAMP.
           MOVE 0 TO WS-BAK-EOF.
           PERFORM UNTIL WS-BAK-EOF = 1
               READ FD-STUDENTBAK
                   AT END MOVE 1 TO WS-BAK-EOF
                   NOT AT END
                       MOVE FSB-RECTYPE TO WS-BAK-LAST
                       IF FSB-RECTYPE = 'H'
                           MOVE FSB-C-DATETIME TO WS-BAK-STAMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FD-STUDENTBAK.
           IF WS-BAK-LAST NOT = 'T' OR WS-BAK-STAMP < WS-STEP-START
               DISPLAY "STUDENT BACKUP FOR " WS-SB-DATE
                   " NOT WRITTEN IN FULL BY THIS STEP."
               GO TO PARA-VERIFY-BACKUP-EXIT
           END-IF.

           MOVE 1 TO WS-BAK-OK.
           DISPLAY "TEACHER AND STUDENT BACKUPS VERIFIED FOR "
               WS-TB-DATE.

       PARA-VERIFY-BACKUP-EXIT.
           EXIT.

       PARA-SHOW-STATUS.
           DISPLAY '**************************************'.
           DISPLAY "TERM-CLOSE STEPS FOR TERM " WS-CUR-TERM.
           DISPLAY "   PROGRAM           STATUS   STARTED        "
               "ENDED            RC".
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE WS-STEP-IDX TO WS-SL-STEP
               MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO WS-SL-PROGRAM
               EVALUATE WS-ST-STATUS(WS-STEP-IDX)
                   WHEN 'C' MOVE 'COMPLETE' TO WS-SL-STATUS
                   WHEN 'F' MOVE 'FAILED  ' TO WS-SL-STATUS
                   WHEN 'R' MOVE 'RUNNING ' TO WS-SL-STATUS
                   WHEN OTHER MOVE 'PENDING ' TO WS-SL-STATUS
               END-EVALUATE
               MOVE WS-ST-START(WS-STEP-IDX) TO WS-SL-START
               MOVE WS-ST-END(WS-STEP-IDX) TO WS-SL-END
               MOVE WS-ST-RETCODE(WS-STEP-IDX) TO WS-SL-RETCODE
               DISPLAY WS-STATUS-LINE
           END-PERFORM.
           DISPLAY '**************************************'.

       PARA-CLOSE-AND-REPORT.
           PERFORM PARA-SHOW-STATUS.
           IF WS-TERM-CLOSED = 1
               DISPLAY "TERM " WS-CUR-TERM " CLOSE COMPLETE."
           ELSE
               DISPLAY "TERM " WS-CUR-TERM " CLOSE NOT COMPLETE."
           END-IF.
           DISPLAY "STEPS FAILED THIS RUN:     " WS-FAILED-COUNT.
           DISPLAY '**************************************'.
           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
