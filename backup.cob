           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS4.

           SELECT FD-MODMASTER ASSIGN TO
               'C:\COBOL\BANK\MODULEMASTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-MODCODE
           FILE STATUS IS WS-FILESTATUS5.

           SELECT FD-OLDMODMAST ASSIGN TO
               'C:\COBOL\BANK\MODULEMASTER.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS FD-OM-MODCODE
           FILE STATUS IS WS-FILESTATUS6.

           SELECT FD-MODCONV ASSIGN TO
               'C:\COBOL\BANK\MODULECONVERT.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS7.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-TEACHER.
           05 FSB-C-HASH PIC 9(12).
           05 FILLER PIC X(86).

       FD  FD-MODMASTER.
       01  F-MODULEINFO.
           05 FD-MODCODE PIC 9(5).
           05 FD-MODTITLE PIC X(25).
           05 FD-MODCREDITS PIC 9(2).
           05 FD-MODPASSMARK PIC 9(3).
           05 FD-MODPREREQ OCCURS 3 TIMES PIC 9(5).

       FD  FD-OLDMODMAST.
       01  F-OLDMODINFO.
           05 FD-OM-MODCODE PIC 9(5).
           05 FD-OM-MODTITLE PIC X(25).
           05 FD-OM-MODCREDITS PIC 9(2).
           05 FD-OM-MODPASSMARK PIC 9(3).

       FD  FD-MODCONV.
       01  F-MODCONVREC PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-FILESTATUS PIC 9(2).
       01  WS-FILESTATUS2 PIC 9(2).
       01  WS-FILESTATUS3 PIC 9(2).
       01  WS-FILESTATUS4 PIC 9(2).
       01  WS-FILESTATUS5 PIC 9(2).
       01  WS-FILESTATUS6 PIC 9(2).
       01  WS-FILESTATUS7 PIC 9(2).
       01  WS-EOF PIC 9.

       01  WS-MODE PIC A.
           88 UNLOAD-MODE VALUE 'U', 'u'.
           88 RELOAD-MODE VALUE 'R', 'r'.
           88 CONVERT-MODE VALUE 'C', 'c'.

       01  WS-RUN-DATETIME PIC X(14).
       01  WS-BAK-DATE PIC X(8).
              10 WS-MODULENUMB PIC 9(5).
              10 WS-GRADE PIC 9(3).

       01  WS-MODINFO.
           05 WS-MODCODE PIC 9(5).
           05 WS-MODTITLE PIC X(25).
           05 WS-MODCREDITS PIC 9(2).
           05 WS-MODPASSMARK PIC 9(3).
           05 WS-MODPREREQ OCCURS 3 TIMES PIC 9(5).

       01  WS-TEACHERINFO.
           05 WS-USERNAME PIC X(10).
           05 WS-PASSWORD PIC X(10).
           DISPLAY '*                                    *'.
           DISPLAY '*  => [U]   UNLOAD MASTERS TO BACKUP *'.
           DISPLAY '*  => [R]   RELOAD MASTERS FROM BAK  *'.
           DISPLAY '*  => [C]   CONVERT MODULE MASTER    *'.
           DISPLAY '**************************************'.
           DISPLAY '       CHOOSE AN OPERATION: '.
           ACCEPT WS-MODE.
                   THRU PARA-RELOAD-TEACHER-EXIT
               PERFORM PARA-RELOAD-STUDENT
                   THRU PARA-RELOAD-STUDENT-EXIT
           ELSE IF CONVERT-MODE
               PERFORM PARA-CONVERT-MODMASTER
                   THRU PARA-CONVERT-MODMASTER-EXIT
           ELSE
               DISPLAY "NO OPERATION SELECTED."
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       PARA-UNLOAD-TEACHER.
           OPEN INPUT FD-TEACHER.
           IF WS-FILESTATUS = 35
               DISPLAY "TEACHER MASTER NOT ON FILE - SKIPPED."
               MOVE 8 TO RETURN-CODE
               GO TO PARA-UNLOAD-TEACHER-EXIT
           END-IF.
           IF WS-FILESTATUS NOT = 0
               DISPLAY "TEACHER MASTER OPEN FAILED - STATUS "
                   WS-FILESTATUS " - SKIPPED."
               MOVE 8 TO RETURN-CODE
               GO TO PARA-UNLOAD-TEACHER-EXIT
           END-IF.

           IF WS-FILESTATUS3 NOT = 0
               DISPLAY "UNABLE TO OPEN TEACHER BACKUP. SKIPPED."
               CLOSE FD-TEACHER
               MOVE 8 TO RETURN-CODE
               GO TO PARA-UNLOAD-TEACHER-EXIT
           END-IF.

           OPEN INPUT FD-STUDENT.
           IF WS-FILESTATUS2 = 35
               DISPLAY "STUDENT MASTER NOT ON FILE - SKIPPED."
               MOVE 8 TO RETURN-CODE
               GO TO PARA-UNLOAD-STUDENT-EXIT
           END-IF.
           IF WS-FILESTATUS2 NOT = 0
               DISPLAY "STUDENT MASTER OPEN FAILED - STATUS "
                   WS-FILESTATUS2 " - SKIPPED."
               MOVE 8 TO RETURN-CODE
               GO TO PARA-UNLOAD-STUDENT-EXIT
           END-IF.

           IF WS-FILESTATUS4 NOT = 0
               DISPLAY "UNABLE TO OPEN STUDENT BACKUP. SKIPPED."
               CLOSE FD-STUDENT
               MOVE 8 TO RETURN-CODE
               GO TO PARA-UNLOAD-STUDENT-EXIT
           END-IF.


       PARA-RELOAD-STUDENT-EXIT.
           EXIT.

       PARA-CONVERT-MODMASTER.
           OPEN INPUT FD-MODMASTER.
           IF WS-FILESTATUS5 = 35
               DISPLAY "MODULE MASTER NOT ON FILE - NOTHING TO CONVERT."
               MOVE 4 TO RETURN-CODE
               GO TO PARA-CONVERT-MODMASTER-EXIT
           END-IF.
           IF WS-FILESTATUS5 = 0
               CLOSE FD-MODMASTER
               DISPLAY "MODULE MASTER IS ALREADY IN THE CURRENT LAYOUT."
               MOVE 4 TO RETURN-CODE
               GO TO PARA-CONVERT-MODMASTER-EXIT
           END-IF.

           OPEN INPUT FD-OLDMODMAST.
           IF WS-FILESTATUS6 NOT = 0
               DISPLAY "MODULE MASTER OPEN FAILED - STATUS "
                   WS-FILESTATUS6 " - NOT CONVERTED."
               MOVE 8 TO RETURN-CODE
               GO TO PARA-CONVERT-MODMASTER-EXIT
           END-IF.

           OPEN OUTPUT FD-MODCONV.
           IF WS-FILESTATUS7 NOT = 0
               DISPLAY "UNABLE TO OPEN CONVERSION WORK FILE. SKIPPED."
               CLOSE FD-OLDMODMAST
               MOVE 8 TO RETURN-CODE
               GO TO PARA-CONVERT-MODMASTER-EXIT
           END-IF.

           MOVE 0 TO WS-CTL-COUNT.
           MOVE 0 TO WS-EOF.

           PERFORM UNTIL WS-EOF = 1
               READ FD-OLDMODMAST NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE FD-OM-MODCODE TO WS-MODCODE
                       MOVE FD-OM-MODTITLE TO WS-MODTITLE
                       MOVE FD-OM-MODCREDITS TO WS-MODCREDITS
                       MOVE FD-OM-MODPASSMARK TO WS-MODPASSMARK
                       MOVE 0 TO WS-MODPREREQ(1)
                       MOVE 0 TO WS-MODPREREQ(2)
                       MOVE 0 TO WS-MODPREREQ(3)
                       MOVE WS-MODINFO TO F-MODCONVREC
                       WRITE F-MODCONVREC
                       ADD 1 TO WS-CTL-COUNT
               END-READ
           END-PERFORM.

           CLOSE FD-OLDMODMAST.
           CLOSE FD-MODCONV.

           OPEN INPUT FD-MODCONV.
           OPEN OUTPUT FD-MODMASTER.
           IF WS-FILESTATUS5 NOT = 0
               DISPLAY "MODULE MASTER REBUILD FAILED - STATUS "
                   WS-FILESTATUS5 ". RECORDS KEPT IN MODULECONVERT."
               CLOSE FD-MODCONV
               MOVE 8 TO RETURN-CODE
               GO TO PARA-CONVERT-MODMASTER-EXIT
           END-IF.

           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-WRITE-REJECT-COUNT.
           MOVE 0 TO WS-EOF.

           PERFORM UNTIL WS-EOF = 1
               READ FD-MODCONV
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE F-MODCONVREC TO WS-MODINFO
                       MOVE WS-MODINFO TO F-MODULEINFO
                       WRITE F-MODULEINFO
                           INVALID KEY
                               ADD 1 TO WS-WRITE-REJECT-COUNT
                               DISPLAY "WRITE REJECTED - "
                                   "MODULE CODE: " WS-MODCODE
                           NOT INVALID KEY
                               ADD 1 TO WS-REC-COUNT
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE FD-MODMASTER.
           CLOSE FD-MODCONV.

           DISPLAY "MODULE MASTER CONVERTED - RECORDS READ: "
               WS-CTL-COUNT " WRITTEN: " WS-REC-COUNT.
           IF WS-REC-COUNT = WS-CTL-COUNT
                   AND WS-WRITE-REJECT-COUNT = 0
               DISPLAY "MODULE MASTER CONVERSION VERIFIED COMPLETE."
           ELSE
               DISPLAY "*** MODULE MASTER CONVERSION MISMATCH ***"
               DISPLAY "WRITE REJECTS: " WS-WRITE-REJECT-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.

       PARA-CONVERT-MODMASTER-EXIT.
           EXIT.
