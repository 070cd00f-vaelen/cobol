                   ASSIGN TO "phone"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS PHONE-ID
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS PHONE-FILE-STATUS.

           SELECT OPTIONAL OLD-PHONE-FILE
                   ASSIGN TO "phone"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS OLD-PHONE-ID
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS PHONE-FILE-STATUS.

           SELECT OPTIONAL DEPT-FILE
                   ASSIGN TO "dept"
                   ASSIGN TO "phonexp.ctl"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LEAVER-FILE
                   ASSIGN TO "leavers.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05 PHONE-EMAIL               PIC X(30) VALUE SPACES.
           05 PHONE-EXTENSION           PIC X(5) VALUE SPACES.
           05 PHONE-DEPARTMENT          PIC X(4) VALUE SPACES.
           05 PHONE-MANAGER-ID          PIC 9(4) VALUE ZEROS.

       FD  OLD-PHONE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-PHONE-RECORD.
           05 OLD-PHONE-ID              PIC 9(4) VALUE ZEROS.
           05 OLD-PHONE-DATA            PIC X(89) VALUE SPACES.

       FD  DEPT-FILE
           LABEL RECORDS ARE STANDARD.
           05 SR-EMAIL                  PIC X(30).
           05 SR-EXTENSION              PIC X(5).
           05 SR-DEPARTMENT             PIC X(4).
           05 SR-MANAGER-ID             PIC 9(4).

       FD  SORTED-PHONE-FILE.
       01  SORTED-PHONE-RECORD.
           05 SPR-EMAIL                 PIC X(30).
           05 SPR-EXTENSION             PIC X(5).
           05 SPR-DEPARTMENT            PIC X(4).
           05 SPR-MANAGER-ID            PIC 9(4).

       FD  IMPORT-FILE.
       01  IMPORT-LINE                  PIC X(200) VALUE SPACES.
           05 HST-PHONE-ID              PIC 9(4) VALUE ZEROS.
           05 HST-BEFORE-IMAGE          PIC X(93) VALUE SPACES.
           05 HST-AFTER-IMAGE           PIC X(93) VALUE SPACES.
           05 HST-BEFORE-MANAGER        PIC X(4) VALUE SPACES.
           05 HST-AFTER-MANAGER         PIC X(4) VALUE SPACES.

       FD  EXPORT-FILE.
       01  EXPORT-RECORD                PIC X(200) VALUE SPACES.
       01  EXPORT-CTL-RECORD.
           05 XPC-LAST-STAMP            PIC 9(14) VALUE ZEROS.

       FD  LEAVER-FILE.
       01  LEAVER-RECORD.
           05 LVR-DATE-TIME             PIC 9(14) VALUE ZEROS.
           05 LVR-PHONE-ID              PIC 9(4) VALUE ZEROS.
           05 LVR-LAST-NAME             PIC X(20) VALUE SPACES.
           05 LVR-FIRST-NAME            PIC X(15) VALUE SPACES.
           05 LVR-DEPARTMENT            PIC X(4) VALUE SPACES.

       01  DIRECTORY-HEADER-LINE.
           05 DH-LAST-NAME              PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(1) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  PROMPT-DEPT              PIC X(6) VALUE "Dept: ".
           05  DISPLAY-DEPT             PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  PROMPT-MANAGER           PIC X(12) VALUE
               "Manager ID: ".
           05  DISPLAY-MANAGER-ID       PIC 9(4) VALUE ZEROS.

       01  PROMPT-PHONE-ID              PIC X(15) VALUE
           "Record Number: ".
       01  PAGER                        PIC X(13) VALUE
           "[Press Enter]".

       01  COMMAND-PROMPT               PIC X(149) VALUE
       "Command ([A]dd, [R]emove, [U]pdate, [L]ist, [D]isplay, [F]ind, [
      -"P]rint, [I]mport, [E]Departments, [H]istory, [X]port, [O]rg Char
      -"t, [C]hain, [Q]uit): "
           .

       01  DEPT-COMMAND-PROMPT          PIC X(55) VALUE
       01  REWRITE-ERROR                PIC X VALUE SPACES.
       01  DELETE-ERROR                 PIC X VALUE SPACES.
       01  FOUND-ANY                    PIC X VALUE SPACES.
       01  PHONE-FILE-STATUS            PIC XX VALUE SPACES.

       01  SEARCH-NAME                  PIC X(20) VALUE SPACES.
       01  SEARCH-NAME-UPPER            PIC X(20) VALUE SPACES.
           05 SAVED-EMAIL               PIC X(30) VALUE SPACES.
           05 SAVED-EXTENSION           PIC X(5) VALUE SPACES.
           05 SAVED-DEPARTMENT          PIC X(4) VALUE SPACES.
           05 SAVED-MANAGER-ID          PIC 9(4) VALUE ZEROS.
       01  SAVED-LAST-NAME-UPPER        PIC X(20) VALUE SPACES.
       01  SAVED-FIRST-NAME-UPPER       PIC X(15) VALUE SPACES.

       01  IMPORT-UPDATED-COUNT         PIC 9(4) VALUE ZEROS.
       01  IMPORT-REJECTED-COUNT        PIC 9(4) VALUE ZEROS.
       01  IMPORT-LEAVER-COUNT          PIC 9(4) VALUE ZEROS.
       01  IMPORT-MGR-REJECTED-COUNT    PIC 9(4) VALUE ZEROS.
       01  IMPORT-REJECT-REASON         PIC X(30) VALUE SPACES.
       01  CONFIRM-LEAVERS              PIC X VALUE SPACES.
       01  LEAVER-WRITTEN-COUNT         PIC 9(4) VALUE ZEROS.
       01  LEAVER-REPORTS-CLEARED       PIC 9(4) VALUE ZEROS.
       01  LEAVER-STAMP-RAW             PIC X(21) VALUE SPACES.

       01  PROMPT-CONFIRM-LEAVERS       PIC X(43) VALUE
           "Confirm Leavers And Notify Systems? (Y/N) ".
       01  MSG-LEAVERS-FOUND            PIC X(29) VALUE
           " Not In Extract - See Report.".
       01  MSG-LEAVERS-WRITTEN          PIC X(27) VALUE
           "Leavers Sent To Interface: ".
       01  MSG-LEAVER-REPORTS-CLEARED   PIC X(36) VALUE
           "Leaver Direct Reports Unassigned: ".

       01  IMPORT-FIELDS.
           05  IMP-LAST-NAME            PIC X(20) VALUE SPACES.
           05  IMP-EXTENSION            PIC X(5) VALUE SPACES.
           05  IMP-EMAIL                PIC X(30) VALUE SPACES.
           05  IMP-DEPARTMENT           PIC X(4) VALUE SPACES.
           05  IMP-MANAGER-TEXT         PIC X(10) VALUE SPACES.
       01  IMP-MANAGER-ID               PIC 9(4) VALUE ZEROS.
       01  IMP-MANAGER-LEN              PIC 9(2) VALUE ZEROS.

       01  IMPORT-SEEN-TABLE.
           05  IMPORT-SEEN-FLAG         PIC X OCCURS 9999 TIMES.

       01  IMPORT-APPLIED-TABLE.
           05  IMPORT-APPLIED-FLAG      PIC X OCCURS 9999 TIMES.

       01  IMPORT-REPORT-LINE.
           05  IRL-ACTION               PIC X(8) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05 XI-EMAIL                  PIC X(30) VALUE SPACES.
           05 XI-EXTENSION              PIC X(5) VALUE SPACES.
           05 XI-DEPARTMENT             PIC X(4) VALUE SPACES.
           05 XI-MANAGER-ID             PIC X(4) VALUE SPACES.

       01  PROMPT-EXPORT-FILE           PIC X(38) VALUE
           "Export File Name (blank to cancel): ".

       01  HISTORY-ACTION               PIC X(8) VALUE SPACES.
       01  HISTORY-SOURCE               PIC X(6) VALUE "MANUAL".
       01  HISTORY-BEFORE               PIC X(97) VALUE SPACES.
       01  HISTORY-AFTER                PIC X(97) VALUE SPACES.
       01  HISTORY-STAMP-RAW            PIC X(21) VALUE SPACES.
       01  HISTORY-FILTER-ID            PIC 9(4) VALUE ZEROS.
       01  HISTORY-EOF                  PIC X VALUE SPACES.
           "No Departments On File.".
       01  PROMPT-FIND-ACTION           PIC X(52) VALUE
           "Action ([D]isplay, [U]pdate, [R]emove, Enter=none): ".
       01  MSG-MANAGER-NOT-FOUND        PIC X(32) VALUE
           "Error: Manager Not On Phone File".
       01  MSG-MANAGER-CIRCULAR         PIC X(42) VALUE
           "Error: Manager Would Report To This Record".
       01  MSG-HAS-DIRECT-REPORTS       PIC X(54) VALUE
           "Error: Record Has Direct Reports - Reassign Them First".
       01  MSG-PHONE-FILE-CONVERTED     PIC X(41) VALUE
           "Phone File Converted To New Record Size.".
       01  MSG-PHONE-CONVERT-FAILED     PIC X(43) VALUE
           "Error: Phone File Could Not Be Converted.".

       01  MANAGER-CHECK-ID             PIC 9(4) VALUE ZEROS.
       01  MANAGER-CHECK-SELF           PIC 9(4) VALUE ZEROS.
       01  MANAGER-CHECK-STEPS          PIC 9(5) VALUE ZEROS.
       01  MANAGER-CHECK-REASON         PIC X(30) VALUE SPACES.
       01  MANAGER-SAVED-RECORD         PIC X(97) VALUE SPACES.
       01  DIRECT-REPORT-FOUND          PIC X VALUE SPACES.
       01  DIRECT-REPORT-MANAGER        PIC 9(4) VALUE ZEROS.

       01  MSG-NO-REPORTS               PIC X(16) VALUE
           "No Reports Found".
       01  MSG-CHAIN-HEADCOUNT          PIC X(27) VALUE
           "Reporting Chain Headcount: ".

       01  ORG-DEPT-FILTER              PIC X(4) VALUE SPACES.
       01  ORG-ROOT-FIRST               PIC 9(4) VALUE ZEROS.
       01  ORG-ROOT-LAST                PIC 9(4) VALUE ZEROS.
       01  ORG-STOP-NODE                PIC 9(4) VALUE ZEROS.
       01  ORG-NODE                     PIC 9(4) VALUE ZEROS.
       01  ORG-NEXT-NODE                PIC 9(4) VALUE ZEROS.
       01  ORG-MANAGER                  PIC 9(4) VALUE ZEROS.
       01  ORG-CLIMB-DONE               PIC X VALUE SPACES.
       01  ORG-LOADED-COUNT             PIC 9(4) VALUE ZEROS.
       01  ORG-VISIT-COUNT              PIC 9(4) VALUE ZEROS.
       01  ORG-VISIT-INDEX              PIC 9(5) VALUE ZEROS.
       01  ORG-ORDER-INDEX              PIC 9(5) VALUE ZEROS.
       01  ORG-LEVEL-INDEX              PIC 9(2) VALUE ZEROS.
       01  ORG-LEVEL-DEEPEST            PIC 9(2) VALUE ZEROS.
       01  ORG-INDENT                   PIC 9(2) VALUE ZEROS.
       01  ORG-POINTER                  PIC 9(3) VALUE ZEROS.
       01  ORG-UNPLACED-COUNT           PIC 9(4) VALUE ZEROS.
       01  ORG-NAME-TEXT                PIC X(60) VALUE SPACES.

       01  ORG-TABLE.
           05  ORG-ENTRY OCCURS 9999 TIMES.
               10  ORG-ON-FILE          PIC X.
               10  ORG-LAST-NAME        PIC X(20).
               10  ORG-FIRST-NAME       PIC X(15).
               10  ORG-DEPARTMENT       PIC X(4).
               10  ORG-EXTENSION        PIC X(5).
               10  ORG-MANAGER-ID       PIC 9(4).
               10  ORG-IN-CHART         PIC X.
               10  ORG-PARENT           PIC 9(4).
               10  ORG-FIRST-CHILD      PIC 9(4).
               10  ORG-LAST-CHILD       PIC 9(4).
               10  ORG-NEXT-SIBLING     PIC 9(4).
               10  ORG-LEVEL            PIC 9(4).
               10  ORG-DIRECT-COUNT     PIC 9(4).
               10  ORG-TOTAL-COUNT      PIC 9(4).
               10  ORG-PLACED           PIC X.

       01  ORG-ORDER-TABLE.
           05  ORG-ORDER-ID             PIC 9(4) OCCURS 9999 TIMES.

       01  ORG-VISIT-TABLE.
           05  ORG-VISIT-ID             PIC 9(4) OCCURS 9999 TIMES.

       01  ORG-LEVEL-TABLE.
           05  ORG-LEVEL-ENTRY OCCURS 20 TIMES.
               10  OLV-HEADCOUNT        PIC 9(4).
               10  OLV-MANAGERS         PIC 9(4).
               10  OLV-DIRECTS          PIC 9(4).
               10  OLV-MAX-SPAN         PIC 9(4).

       01  ORG-CHART-HEADER-LINE.
           05  OCH-NAME                 PIC X(60) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OCH-DEPT                 PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OCH-SPAN                 PIC X(5) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OCH-HEADCOUNT            PIC X(9) VALUE SPACES.

       01  ORG-CHART-DETAIL-LINE.
           05  OCD-NAME                 PIC X(60) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OCD-DEPT                 PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OCD-SPAN                 PIC ZZZZ9 VALUE ZEROS.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OCD-HEADCOUNT            PIC ZZZZZZZZ9 VALUE ZEROS.

       01  ORG-LEVEL-HEADER-LINE.
           05  OLH-LEVEL                PIC X(5) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OLH-HEADCOUNT            PIC X(9) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OLH-MANAGERS             PIC X(8) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OLH-DIRECTS              PIC X(7) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OLH-AVG-SPAN             PIC X(8) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OLH-MAX-SPAN             PIC X(8) VALUE SPACES.

       01  ORG-LEVEL-DETAIL-LINE.
           05  OLL-LEVEL                PIC ZZZZ9 VALUE ZEROS.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OLL-HEADCOUNT            PIC ZZZZZZZZ9 VALUE ZEROS.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OLL-MANAGERS             PIC ZZZZZZZ9 VALUE ZEROS.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OLL-DIRECTS              PIC ZZZZZZ9 VALUE ZEROS.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OLL-AVG-SPAN             PIC ZZZZZ9.9 VALUE ZEROS.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  OLL-MAX-SPAN             PIC ZZZZZZZ9 VALUE ZEROS.

       01  ORG-AVG-SPAN                 PIC 9(4)V9 VALUE ZEROS.

       01  ORG-TOTAL-LINE.
           05  OTL-LABEL                PIC X(24) VALUE SPACES.
           05  OTL-COUNT                PIC ZZZ9 VALUE ZEROS.

       01  CHAIN-DISPLAY-LINE.
           05  CDL-NAME                 PIC X(60) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "Dept: ".
           05  CDL-DEPT                 PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "Ext.: ".
           05  CDL-EXTENSION            PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.

           STOP RUN.

       OPEN-FILES.
           PERFORM CONVERT-PHONE-FILE.
           OPEN I-O PHONE-FILE.
           OPEN I-O DEPT-FILE.

       CONVERT-PHONE-FILE.
           OPEN INPUT PHONE-FILE.
           IF PHONE-FILE-STATUS IS EQUAL TO "39"
                PERFORM RUN-PHONE-CONVERSION
           ELSE
                CLOSE PHONE-FILE
           END-IF.

       RUN-PHONE-CONVERSION.
           OPEN INPUT OLD-PHONE-FILE.
           IF PHONE-FILE-STATUS IS NOT EQUAL TO "00"
                DISPLAY MSG-PHONE-CONVERT-FAILED
                PERFORM PROGRAM-DONE
           END-IF.
           MOVE "N" TO END-OF-FILE.
           OPEN OUTPUT SORTED-PHONE-FILE.
           PERFORM READ-NEXT-OLD-PHONE-RECORD.
           PERFORM COPY-NEXT-OLD-PHONE-RECORD
                UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE SORTED-PHONE-FILE.
           CLOSE OLD-PHONE-FILE.
           MOVE "N" TO END-OF-FILE.
           OPEN OUTPUT PHONE-FILE.
           OPEN INPUT SORTED-PHONE-FILE.
           PERFORM READ-NEXT-SORTED-RECORD.
           PERFORM LOAD-NEXT-CONVERTED-RECORD
                UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE SORTED-PHONE-FILE.
           CLOSE PHONE-FILE.
           MOVE "N" TO END-OF-FILE.
           DISPLAY MSG-PHONE-FILE-CONVERTED.

       READ-NEXT-OLD-PHONE-RECORD.
           READ OLD-PHONE-FILE NEXT RECORD
                AT END MOVE "Y" TO END-OF-FILE.

       COPY-NEXT-OLD-PHONE-RECORD.
           MOVE OLD-PHONE-RECORD TO SORTED-PHONE-RECORD.
           MOVE ZEROS TO SPR-MANAGER-ID.
           WRITE SORTED-PHONE-RECORD.
           PERFORM READ-NEXT-OLD-PHONE-RECORD.

       LOAD-NEXT-CONVERTED-RECORD.
           MOVE SORTED-PHONE-RECORD TO PHONE-RECORD.
           WRITE PHONE-RECORD
                INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM READ-NEXT-SORTED-RECORD.

       CLOSE-FILES.
           CLOSE PHONE-FILE.
           CLOSE DEPT-FILE.
                PERFORM SHOW-HISTORY
           ELSE IF CMD IS EQUAL TO "X" OR "x"
                PERFORM EXPORT-RECORDS
           ELSE IF CMD IS EQUAL TO "O" OR "o"
                PERFORM PRINT-ORG-CHART
           ELSE IF CMD IS EQUAL TO "C" OR "c"
                PERFORM SHOW-REPORTING-CHAIN
           ELSE IF CMD IS EQUAL TO "Q" OR "q"
                MOVE "Q" TO CMD
           ELSE
           MOVE PHONE-EXTENSION TO DISPLAY-EXTENSION.
           MOVE PHONE-EMAIL TO DISPLAY-EMAIL.
           MOVE PHONE-DEPARTMENT TO DISPLAY-DEPT.
           IF PHONE-MANAGER-ID IS NUMERIC
                MOVE PHONE-MANAGER-ID TO DISPLAY-MANAGER-ID
           ELSE
                MOVE ZEROS TO DISPLAY-MANAGER-ID
           END-IF.
           DISPLAY DISPLAY-LINE.

       RESET-FILE-POSITION.
           MOVE "N" TO ENTRY-OK.
           MOVE SPACE TO PHONE-RECORD.
           MOVE MAX-PHONE-ID TO PHONE-ID.
           MOVE ZEROS TO MANAGER-CHECK-SELF.
           PERFORM GET-FIELDS.
           IF ENTRY-OK IS EQUAL TO "Y"
                MOVE PHONE-RECORD TO SAVED-NEW-RECORD
           ACCEPT PHONE-DEPARTMENT.
           MOVE FUNCTION UPPER-CASE(PHONE-DEPARTMENT)
               TO PHONE-DEPARTMENT.
           DISPLAY PROMPT-MANAGER.
           ACCEPT PHONE-MANAGER-ID.
           PERFORM VALIDATE-FIELDS.

       VALIDATE-FIELDS.
           IF DEPT-VALID IS NOT EQUAL TO "Y"
                DISPLAY MSG-DEPT-NOT-FOUND
                MOVE "N" TO ENTRY-OK.
           IF PHONE-MANAGER-ID IS NOT NUMERIC
                MOVE ZEROS TO PHONE-MANAGER-ID.
           MOVE PHONE-MANAGER-ID TO MANAGER-CHECK-ID.
           MOVE PHONE-RECORD TO MANAGER-SAVED-RECORD.
           PERFORM CHECK-MANAGER-REFERENCE.
           MOVE MANAGER-SAVED-RECORD TO PHONE-RECORD.
           IF MANAGER-CHECK-REASON IS EQUAL TO "MANAGER NOT ON FILE"
                DISPLAY MSG-MANAGER-NOT-FOUND
                MOVE "N" TO ENTRY-OK
           ELSE IF MANAGER-CHECK-REASON IS NOT EQUAL TO SPACES
                DISPLAY MSG-MANAGER-CIRCULAR
                MOVE "N" TO ENTRY-OK.

       CHECK-DEPARTMENT.
           MOVE "Y" TO DEPT-VALID.
                END-READ
           END-IF.

       CHECK-MANAGER-REFERENCE.
           MOVE SPACES TO MANAGER-CHECK-REASON.
           IF MANAGER-CHECK-ID IS NOT EQUAL TO ZEROS
                IF MANAGER-CHECK-ID IS EQUAL TO MANAGER-CHECK-SELF
                     MOVE "CIRCULAR MANAGER REFERENCE"
                         TO MANAGER-CHECK-REASON
                ELSE
                     MOVE MANAGER-CHECK-ID TO PHONE-ID
                     READ PHONE-FILE RECORD
                          INVALID KEY
                             MOVE "MANAGER NOT ON FILE"
                                 TO MANAGER-CHECK-REASON
                     END-READ
                     MOVE ZEROS TO MANAGER-CHECK-STEPS
                     PERFORM CHECK-NEXT-MANAGER-UP
                         UNTIL MANAGER-CHECK-REASON IS NOT EQUAL TO
                         SPACES
                         OR PHONE-MANAGER-ID IS NOT NUMERIC
                         OR PHONE-MANAGER-ID IS EQUAL TO ZEROS
                END-IF
           END-IF.

       CHECK-NEXT-MANAGER-UP.
           ADD 1 TO MANAGER-CHECK-STEPS.
           IF PHONE-MANAGER-ID IS EQUAL TO MANAGER-CHECK-SELF
                OR MANAGER-CHECK-STEPS IS GREATER THAN 9999
                MOVE "CIRCULAR MANAGER REFERENCE"
                    TO MANAGER-CHECK-REASON
           ELSE
                MOVE PHONE-MANAGER-ID TO PHONE-ID
                READ PHONE-FILE RECORD
                     INVALID KEY
                        MOVE ZEROS TO PHONE-MANAGER-ID
                END-READ
           END-IF.

       CHECK-DIRECT-REPORTS.
           MOVE "N" TO DIRECT-REPORT-FOUND.
           MOVE PHONE-ID TO DIRECT-REPORT-MANAGER.
           MOVE "N" TO END-OF-FILE.
           PERFORM RESET-FILE-POSITION.
           PERFORM READ-NEXT-RECORD.
           PERFORM CHECK-NEXT-DIRECT-REPORT
                UNTIL END-OF-FILE IS EQUAL TO "Y".
           MOVE DIRECT-REPORT-MANAGER TO PHONE-ID.
           READ PHONE-FILE RECORD
                INVALID KEY
                   MOVE "Y" TO RECORD-NOT-FOUND.

       CHECK-NEXT-DIRECT-REPORT.
           IF PHONE-MANAGER-ID IS NUMERIC
                AND PHONE-MANAGER-ID IS EQUAL TO DIRECT-REPORT-MANAGER
                MOVE "Y" TO DIRECT-REPORT-FOUND
           END-IF.
           PERFORM READ-NEXT-RECORD.

       WRITE-RECORD.
           MOVE "N" TO DUPLICATE-FLAG.
           WRITE PHONE-RECORD
       REMOVE-RECORD.
           PERFORM LOAD-RECORD.
           IF RECORD-NOT-FOUND IS NOT EQUAL TO "Y" THEN
                PERFORM CHECK-DIRECT-REPORTS
                IF DIRECT-REPORT-FOUND IS EQUAL TO "Y"
                     DISPLAY MSG-HAS-DIRECT-REPORTS
                ELSE IF RECORD-NOT-FOUND IS NOT EQUAL TO "Y"
                     PERFORM CONFIRM-DELETE-RECORD.

       UPDATE-RECORD.
           PERFORM LOAD-RECORD.
           IF RECORD-NOT-FOUND IS NOT EQUAL TO "Y" THEN
                MOVE PHONE-RECORD TO HISTORY-BEFORE
                MOVE PHONE-ID TO MANAGER-CHECK-SELF
                PERFORM GET-FIELDS
                IF ENTRY-OK IS EQUAL TO "Y"
                   PERFORM REWRITE-RECORD
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 2.
           ADD 2 TO CURRENT-LINE.

       PRINT-ORG-CHART.
           MOVE SPACES TO REPORT-FILE-NAME.
           DISPLAY PROMPT-REPORT-FILE.
           ACCEPT REPORT-FILE-NAME.
           IF REPORT-FILE-NAME IS NOT EQUAL TO SPACES
                PERFORM GET-DEPT-FILTER
                MOVE DEPT-FILTER TO ORG-DEPT-FILTER
                PERFORM LOAD-ORG-TABLE
                MOVE ZEROS TO ORG-STOP-NODE
                MOVE ORG-ROOT-FIRST TO ORG-NODE
                PERFORM BUILD-ORG-VISIT-LIST
                PERFORM WRITE-ORG-CHART
           END-IF.

       LOAD-ORG-TABLE.
           MOVE SPACES TO ORG-TABLE.
           MOVE ZEROS TO ORG-LOADED-COUNT.
           MOVE ZEROS TO ORG-ROOT-FIRST.
           MOVE ZEROS TO ORG-ROOT-LAST.
           CLOSE PHONE-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-LAST-NAME
               ON ASCENDING KEY SR-FIRST-NAME
               USING PHONE-FILE
               GIVING SORTED-PHONE-FILE.
           OPEN I-O PHONE-FILE.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT SORTED-PHONE-FILE.
           PERFORM READ-NEXT-SORTED-RECORD.
           PERFORM LOAD-NEXT-ORG-ENTRY
               UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE SORTED-PHONE-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM LINK-NEXT-ORG-ENTRY
               VARYING ORG-ORDER-INDEX FROM 1 BY 1
               UNTIL ORG-ORDER-INDEX IS GREATER THAN ORG-LOADED-COUNT.

       LOAD-NEXT-ORG-ENTRY.
           IF SPR-PHONE-ID IS GREATER THAN ZEROS
                ADD 1 TO ORG-LOADED-COUNT
                MOVE SPR-PHONE-ID TO ORG-ORDER-ID(ORG-LOADED-COUNT)
                MOVE SPR-PHONE-ID TO ORG-NODE
                MOVE "Y" TO ORG-ON-FILE(ORG-NODE)
                MOVE SPR-LAST-NAME TO ORG-LAST-NAME(ORG-NODE)
                MOVE SPR-FIRST-NAME TO ORG-FIRST-NAME(ORG-NODE)
                MOVE SPR-DEPARTMENT TO ORG-DEPARTMENT(ORG-NODE)
                MOVE SPR-EXTENSION TO ORG-EXTENSION(ORG-NODE)
                MOVE ZEROS TO ORG-MANAGER-ID(ORG-NODE)
                IF SPR-MANAGER-ID IS NUMERIC
                     MOVE SPR-MANAGER-ID TO ORG-MANAGER-ID(ORG-NODE)
                END-IF
                MOVE "N" TO ORG-IN-CHART(ORG-NODE)
                IF ORG-DEPT-FILTER IS EQUAL TO SPACES
                     OR SPR-DEPARTMENT IS EQUAL TO ORG-DEPT-FILTER
                     MOVE "Y" TO ORG-IN-CHART(ORG-NODE)
                END-IF
                MOVE ZEROS TO ORG-PARENT(ORG-NODE)
                MOVE ZEROS TO ORG-FIRST-CHILD(ORG-NODE)
                MOVE ZEROS TO ORG-LAST-CHILD(ORG-NODE)
                MOVE ZEROS TO ORG-NEXT-SIBLING(ORG-NODE)
                MOVE ZEROS TO ORG-LEVEL(ORG-NODE)
                MOVE ZEROS TO ORG-DIRECT-COUNT(ORG-NODE)
                MOVE ZEROS TO ORG-TOTAL-COUNT(ORG-NODE)
                MOVE "N" TO ORG-PLACED(ORG-NODE)
           END-IF.
           PERFORM READ-NEXT-SORTED-RECORD.

       LINK-NEXT-ORG-ENTRY.
           MOVE ORG-ORDER-ID(ORG-ORDER-INDEX) TO ORG-NODE.
           IF ORG-IN-CHART(ORG-NODE) IS EQUAL TO "Y"
                MOVE ORG-MANAGER-ID(ORG-NODE) TO ORG-MANAGER
                IF ORG-MANAGER IS GREATER THAN ZEROS
                     IF ORG-IN-CHART(ORG-MANAGER) IS NOT EQUAL TO "Y"
                          MOVE ZEROS TO ORG-MANAGER
                     END-IF
                END-IF
                IF ORG-MANAGER IS EQUAL TO ZEROS
                     PERFORM ATTACH-ORG-ROOT
                ELSE
                     PERFORM ATTACH-ORG-CHILD
                END-IF
           END-IF.

       ATTACH-ORG-ROOT.
           IF ORG-ROOT-LAST IS EQUAL TO ZEROS
                MOVE ORG-NODE TO ORG-ROOT-FIRST
           ELSE
                MOVE ORG-NODE TO ORG-NEXT-SIBLING(ORG-ROOT-LAST)
           END-IF.
           MOVE ORG-NODE TO ORG-ROOT-LAST.

       ATTACH-ORG-CHILD.
           MOVE ORG-MANAGER TO ORG-PARENT(ORG-NODE).
           IF ORG-LAST-CHILD(ORG-MANAGER) IS EQUAL TO ZEROS
                MOVE ORG-NODE TO ORG-FIRST-CHILD(ORG-MANAGER)
           ELSE
                MOVE ORG-LAST-CHILD(ORG-MANAGER) TO ORG-NEXT-NODE
                MOVE ORG-NODE TO ORG-NEXT-SIBLING(ORG-NEXT-NODE)
           END-IF.
           MOVE ORG-NODE TO ORG-LAST-CHILD(ORG-MANAGER).
           ADD 1 TO ORG-DIRECT-COUNT(ORG-MANAGER).

       BUILD-ORG-VISIT-LIST.
           MOVE ZEROS TO ORG-VISIT-COUNT.
           MOVE ZEROS TO ORG-LEVEL-TABLE.
           MOVE ZEROS TO ORG-LEVEL-DEEPEST.
           PERFORM VISIT-ORG-NODE
               UNTIL ORG-NODE IS EQUAL TO ZEROS.
           PERFORM TOTAL-ORG-VISIT
               VARYING ORG-VISIT-INDEX FROM ORG-VISIT-COUNT BY -1
               UNTIL ORG-VISIT-INDEX IS LESS THAN 1.

       VISIT-ORG-NODE.
           ADD 1 TO ORG-VISIT-COUNT.
           MOVE ORG-NODE TO ORG-VISIT-ID(ORG-VISIT-COUNT).
           MOVE "Y" TO ORG-PLACED(ORG-NODE).
           IF ORG-NODE IS EQUAL TO ORG-STOP-NODE
                OR ORG-PARENT(ORG-NODE) IS EQUAL TO ZEROS
                MOVE 1 TO ORG-LEVEL(ORG-NODE)
           ELSE
                MOVE ORG-PARENT(ORG-NODE) TO ORG-MANAGER
                COMPUTE ORG-LEVEL(ORG-NODE) =
                    ORG-LEVEL(ORG-MANAGER) + 1
           END-IF.
           PERFORM TALLY-ORG-LEVEL.
           PERFORM ADVANCE-ORG-NODE.

       TALLY-ORG-LEVEL.
           IF ORG-LEVEL(ORG-NODE) IS GREATER THAN 20
                MOVE 20 TO ORG-LEVEL-INDEX
           ELSE
                MOVE ORG-LEVEL(ORG-NODE) TO ORG-LEVEL-INDEX
           END-IF.
           IF ORG-LEVEL-INDEX IS GREATER THAN ORG-LEVEL-DEEPEST
                MOVE ORG-LEVEL-INDEX TO ORG-LEVEL-DEEPEST
           END-IF.
           ADD 1 TO OLV-HEADCOUNT(ORG-LEVEL-INDEX).
           IF ORG-DIRECT-COUNT(ORG-NODE) IS GREATER THAN ZEROS
                ADD 1 TO OLV-MANAGERS(ORG-LEVEL-INDEX)
                ADD ORG-DIRECT-COUNT(ORG-NODE)
                    TO OLV-DIRECTS(ORG-LEVEL-INDEX)
                IF ORG-DIRECT-COUNT(ORG-NODE) IS GREATER THAN
                     OLV-MAX-SPAN(ORG-LEVEL-INDEX)
                     MOVE ORG-DIRECT-COUNT(ORG-NODE)
                         TO OLV-MAX-SPAN(ORG-LEVEL-INDEX)
                END-IF
           END-IF.

       ADVANCE-ORG-NODE.
           MOVE ORG-FIRST-CHILD(ORG-NODE) TO ORG-NEXT-NODE.
           IF ORG-NEXT-NODE IS NOT EQUAL TO ZEROS
                IF ORG-PLACED(ORG-NEXT-NODE) IS EQUAL TO "Y"
                     MOVE ZEROS TO ORG-NEXT-NODE
                END-IF
           END-IF.
           IF ORG-NEXT-NODE IS NOT EQUAL TO ZEROS
                MOVE ORG-NEXT-NODE TO ORG-NODE
           ELSE
                MOVE "N" TO ORG-CLIMB-DONE
                PERFORM CLIMB-ORG-TREE
                    UNTIL ORG-CLIMB-DONE IS EQUAL TO "Y"
           END-IF.

       CLIMB-ORG-TREE.
           IF ORG-NODE IS EQUAL TO ORG-STOP-NODE
                MOVE ZEROS TO ORG-NODE
                MOVE "Y" TO ORG-CLIMB-DONE
           ELSE IF ORG-NEXT-SIBLING(ORG-NODE) IS NOT EQUAL TO ZEROS
                MOVE ORG-NEXT-SIBLING(ORG-NODE) TO ORG-NODE
                MOVE "Y" TO ORG-CLIMB-DONE
           ELSE
                MOVE ORG-PARENT(ORG-NODE) TO ORG-NODE
                IF ORG-NODE IS EQUAL TO ZEROS
                     MOVE "Y" TO ORG-CLIMB-DONE
                END-IF
           END-IF.

       TOTAL-ORG-VISIT.
           MOVE ORG-VISIT-ID(ORG-VISIT-INDEX) TO ORG-NODE.
           IF ORG-NODE IS NOT EQUAL TO ORG-STOP-NODE
                AND ORG-PARENT(ORG-NODE) IS NOT EQUAL TO ZEROS
                MOVE ORG-PARENT(ORG-NODE) TO ORG-MANAGER
                COMPUTE ORG-TOTAL-COUNT(ORG-MANAGER) =
                    ORG-TOTAL-COUNT(ORG-MANAGER)
                    + ORG-TOTAL-COUNT(ORG-NODE) + 1
           END-IF.

       FORMAT-ORG-NAME.
           MOVE SPACES TO ORG-NAME-TEXT.
           IF ORG-LEVEL(ORG-NODE) IS GREATER THAN 20
                MOVE 20 TO ORG-INDENT
           ELSE
                MOVE ORG-LEVEL(ORG-NODE) TO ORG-INDENT
           END-IF.
           COMPUTE ORG-POINTER = (ORG-INDENT - 1) * 2 + 1.
           STRING ORG-NODE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(ORG-LAST-NAME(ORG-NODE))
                    DELIMITED BY SIZE
                INTO ORG-NAME-TEXT WITH POINTER ORG-POINTER
           END-STRING.
           IF ORG-FIRST-NAME(ORG-NODE) IS NOT EQUAL TO SPACES
                STRING ", " DELIMITED BY SIZE
                     FUNCTION TRIM(ORG-FIRST-NAME(ORG-NODE))
                         DELIMITED BY SIZE
                     INTO ORG-NAME-TEXT WITH POINTER ORG-POINTER
                END-STRING
           END-IF.
           IF ORG-LEVEL(ORG-NODE) IS EQUAL TO 1
                AND ORG-NODE IS NOT EQUAL TO ORG-STOP-NODE
                AND ORG-MANAGER-ID(ORG-NODE) IS GREATER THAN ZEROS
                MOVE ORG-MANAGER-ID(ORG-NODE) TO ORG-MANAGER
                IF ORG-ON-FILE(ORG-MANAGER) IS EQUAL TO "Y"
                     STRING " (Reports To " DELIMITED BY SIZE
                          ORG-MANAGER DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO ORG-NAME-TEXT WITH POINTER ORG-POINTER
                     END-STRING
                ELSE
                     STRING " (Manager " DELIMITED BY SIZE
                          ORG-MANAGER DELIMITED BY SIZE
                          " Not On File)" DELIMITED BY SIZE
                          INTO ORG-NAME-TEXT WITH POINTER ORG-POINTER
                     END-STRING
                END-IF
           END-IF.

       WRITE-ORG-CHART.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-ORG-CHART-HEADER.
           PERFORM WRITE-NEXT-ORG-CHART-LINE
               VARYING ORG-VISIT-INDEX FROM 1 BY 1
               UNTIL ORG-VISIT-INDEX IS GREATER THAN ORG-VISIT-COUNT.
           PERFORM WRITE-ORG-UNPLACED.
           PERFORM WRITE-ORG-LEVEL-SUMMARY.
           CLOSE REPORT-FILE.

       WRITE-ORG-CHART-HEADER.
           MOVE SPACES TO DIRECTORY-REPORT-LINE.
           IF ORG-DEPT-FILTER IS EQUAL TO SPACES
                MOVE "Organization Chart" TO DIRECTORY-REPORT-LINE
           ELSE
                STRING "Organization Chart - Department "
                          DELIMITED BY SIZE
                     ORG-DEPT-FILTER DELIMITED BY SIZE
                     INTO DIRECTORY-REPORT-LINE
                END-STRING
           END-IF.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 2.
           MOVE SPACES TO ORG-CHART-HEADER-LINE.
           MOVE "Name" TO OCH-NAME.
           MOVE "Dept" TO OCH-DEPT.
           MOVE "Span" TO OCH-SPAN.
           MOVE "Headcount" TO OCH-HEADCOUNT.
           MOVE ORG-CHART-HEADER-LINE TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.
           MOVE ALL "-" TO OCH-NAME.
           MOVE ALL "-" TO OCH-DEPT.
           MOVE ALL "-" TO OCH-SPAN.
           MOVE ALL "-" TO OCH-HEADCOUNT.
           MOVE ORG-CHART-HEADER-LINE TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.
           MOVE 5 TO CURRENT-LINE.

       WRITE-NEXT-ORG-CHART-LINE.
           IF CURRENT-LINE IS GREATER THAN PRINTER-ROWS
                PERFORM WRITE-DIRECTORY-REPORT-FOOTER
                PERFORM WRITE-ORG-CHART-HEADER
           END-IF.
           MOVE ORG-VISIT-ID(ORG-VISIT-INDEX) TO ORG-NODE.
           PERFORM FORMAT-ORG-NAME.
           MOVE SPACES TO ORG-CHART-DETAIL-LINE.
           MOVE ORG-NAME-TEXT TO OCD-NAME.
           MOVE ORG-DEPARTMENT(ORG-NODE) TO OCD-DEPT.
           MOVE ORG-DIRECT-COUNT(ORG-NODE) TO OCD-SPAN.
           COMPUTE OCD-HEADCOUNT = ORG-TOTAL-COUNT(ORG-NODE) + 1.
           MOVE ORG-CHART-DETAIL-LINE TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.
           ADD 1 TO CURRENT-LINE.

       WRITE-ORG-UNPLACED.
           MOVE ZEROS TO ORG-UNPLACED-COUNT.
           MOVE SPACES TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.
           MOVE "Not Placed - Circular Reporting Lines:"
               TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.
           PERFORM CHECK-NEXT-ORG-UNPLACED
               VARYING ORG-ORDER-INDEX FROM 1 BY 1
               UNTIL ORG-ORDER-INDEX IS GREATER THAN ORG-LOADED-COUNT.
           IF ORG-UNPLACED-COUNT IS EQUAL TO ZEROS
                MOVE "  (NONE)" TO DIRECTORY-REPORT-LINE
                WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1
           END-IF.

       CHECK-NEXT-ORG-UNPLACED.
           MOVE ORG-ORDER-ID(ORG-ORDER-INDEX) TO ORG-NODE.
           IF ORG-IN-CHART(ORG-NODE) IS EQUAL TO "Y"
                AND ORG-PLACED(ORG-NODE) IS NOT EQUAL TO "Y"
                ADD 1 TO ORG-UNPLACED-COUNT
                MOVE 1 TO ORG-LEVEL(ORG-NODE)
                PERFORM FORMAT-ORG-NAME
                MOVE SPACES TO ORG-CHART-DETAIL-LINE
                MOVE ORG-NAME-TEXT TO OCD-NAME
                MOVE ORG-DEPARTMENT(ORG-NODE) TO OCD-DEPT
                MOVE ORG-DIRECT-COUNT(ORG-NODE) TO OCD-SPAN
                MOVE 1 TO OCD-HEADCOUNT
                MOVE ORG-CHART-DETAIL-LINE TO DIRECTORY-REPORT-LINE
                WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1
           END-IF.

       WRITE-ORG-LEVEL-SUMMARY.
           MOVE SPACES TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.
           MOVE "Headcount And Span Of Control By Level"
               TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO ORG-LEVEL-HEADER-LINE.
           MOVE "Level" TO OLH-LEVEL.
           MOVE "Headcount" TO OLH-HEADCOUNT.
           MOVE "Managers" TO OLH-MANAGERS.
           MOVE "Reports" TO OLH-DIRECTS.
           MOVE "Avg Span" TO OLH-AVG-SPAN.
           MOVE "Max Span" TO OLH-MAX-SPAN.
           MOVE ORG-LEVEL-HEADER-LINE TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.
           MOVE ALL "-" TO OLH-LEVEL.
           MOVE ALL "-" TO OLH-HEADCOUNT.
           MOVE ALL "-" TO OLH-MANAGERS.
           MOVE ALL "-" TO OLH-DIRECTS.
           MOVE ALL "-" TO OLH-AVG-SPAN.
           MOVE ALL "-" TO OLH-MAX-SPAN.
           MOVE ORG-LEVEL-HEADER-LINE TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.
           PERFORM WRITE-NEXT-ORG-LEVEL-LINE
               VARYING ORG-LEVEL-INDEX FROM 1 BY 1
               UNTIL ORG-LEVEL-INDEX IS GREATER THAN ORG-LEVEL-DEEPEST.
           MOVE SPACES TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO ORG-TOTAL-LINE.
           MOVE "Total Headcount:" TO OTL-LABEL.
           COMPUTE OTL-COUNT = ORG-VISIT-COUNT + ORG-UNPLACED-COUNT.
           MOVE ORG-TOTAL-LINE TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO ORG-TOTAL-LINE.
           MOVE "Not Placed:" TO OTL-LABEL.
           MOVE ORG-UNPLACED-COUNT TO OTL-COUNT.
           MOVE ORG-TOTAL-LINE TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.

       WRITE-NEXT-ORG-LEVEL-LINE.
           MOVE SPACES TO ORG-LEVEL-DETAIL-LINE.
           MOVE ORG-LEVEL-INDEX TO OLL-LEVEL.
           MOVE OLV-HEADCOUNT(ORG-LEVEL-INDEX) TO OLL-HEADCOUNT.
           MOVE OLV-MANAGERS(ORG-LEVEL-INDEX) TO OLL-MANAGERS.
           MOVE OLV-DIRECTS(ORG-LEVEL-INDEX) TO OLL-DIRECTS.
           MOVE ZEROS TO ORG-AVG-SPAN.
           IF OLV-MANAGERS(ORG-LEVEL-INDEX) IS GREATER THAN ZEROS
                COMPUTE ORG-AVG-SPAN ROUNDED =
                    OLV-DIRECTS(ORG-LEVEL-INDEX)
                    / OLV-MANAGERS(ORG-LEVEL-INDEX)
           END-IF.
           MOVE ORG-AVG-SPAN TO OLL-AVG-SPAN.
           MOVE OLV-MAX-SPAN(ORG-LEVEL-INDEX) TO OLL-MAX-SPAN.
           MOVE ORG-LEVEL-DETAIL-LINE TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.

       SHOW-REPORTING-CHAIN.
           PERFORM LOAD-RECORD.
           IF RECORD-NOT-FOUND IS NOT EQUAL TO "Y"
                MOVE PHONE-ID TO ORG-STOP-NODE
                MOVE SPACES TO ORG-DEPT-FILTER
                PERFORM LOAD-ORG-TABLE
                MOVE ORG-STOP-NODE TO ORG-NODE
                PERFORM BUILD-ORG-VISIT-LIST
                IF ORG-VISIT-COUNT IS GREATER THAN 1
                     MOVE ZEROS TO SCREEN-LINES
                     PERFORM DISPLAY-NEXT-CHAIN-LINE
                         VARYING ORG-VISIT-INDEX FROM 1 BY 1
                         UNTIL ORG-VISIT-INDEX IS GREATER THAN
                         ORG-VISIT-COUNT
                     DISPLAY MSG-CHAIN-HEADCOUNT
                         ORG-TOTAL-COUNT(ORG-STOP-NODE)
                ELSE
                     DISPLAY MSG-NO-REPORTS
                END-IF
           END-IF.

       DISPLAY-NEXT-CHAIN-LINE.
           IF SCREEN-LINES IS EQUAL TO MAX-SCREEN-LINES
                PERFORM PRESS-ENTER
           END-IF.
           MOVE ORG-VISIT-ID(ORG-VISIT-INDEX) TO ORG-NODE.
           PERFORM FORMAT-ORG-NAME.
           MOVE ORG-NAME-TEXT TO CDL-NAME.
           MOVE ORG-DEPARTMENT(ORG-NODE) TO CDL-DEPT.
           MOVE ORG-EXTENSION(ORG-NODE) TO CDL-EXTENSION.
           DISPLAY CHAIN-DISPLAY-LINE.
           ADD 1 TO SCREEN-LINES.

       DEPT-COMMAND-MENU.
           MOVE SPACES TO DEPT-CMD.
           PERFORM DEPT-COMMAND-LOOP
           MOVE ZEROS TO IMPORT-UPDATED-COUNT.
           MOVE ZEROS TO IMPORT-REJECTED-COUNT.
           MOVE ZEROS TO IMPORT-LEAVER-COUNT.
           MOVE ZEROS TO IMPORT-MGR-REJECTED-COUNT.
           MOVE ALL "N" TO IMPORT-SEEN-TABLE.
           MOVE ALL "N" TO IMPORT-APPLIED-TABLE.
           MOVE "N" TO IMPORT-EOF.
           OPEN INPUT IMPORT-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-IMPORT-REPORT-HEADER.
           PERFORM IMPORT-NEXT-ROW
                UNTIL IMPORT-EOF IS EQUAL TO "Y".
           CLOSE IMPORT-FILE.
           MOVE "N" TO IMPORT-EOF.
           OPEN INPUT IMPORT-FILE.
           PERFORM IMPORT-NEXT-MANAGER-ROW
                UNTIL IMPORT-EOF IS EQUAL TO "Y".
           PERFORM LIST-IMPORT-LEAVERS.
           PERFORM WRITE-IMPORT-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           CLOSE IMPORT-FILE.
           IF IMPORT-LEAVER-COUNT IS GREATER THAN ZEROS
                PERFORM CONFIRM-IMPORT-LEAVERS
           END-IF.

       WRITE-IMPORT-REPORT-HEADER.
           MOVE SPACES TO DIRECTORY-REPORT-LINE.
           END-IF.

       IMPORT-ONE-ROW.
           PERFORM SPLIT-IMPORT-LINE.
           MOVE SPACES TO IMPORT-REJECT-REASON.
           MOVE "N" TO IMPORT-MATCH-FOUND.
           IF IMP-LAST-NAME IS NOT EQUAL TO SPACES
                PERFORM IMPORT-FIND-BY-NAME
                IF IMPORT-MATCH-FOUND IS EQUAL TO "Y"
                     MOVE IMPORT-MATCH-ID TO PHONE-ID
                     PERFORM MARK-IMPORT-SEEN
                END-IF
           END-IF.
           PERFORM VALIDATE-IMPORT-ROW.
           IF IMPORT-REJECT-REASON IS EQUAL TO SPACES
                PERFORM PARSE-IMPORT-MANAGER
           END-IF.
           IF IMPORT-REJECT-REASON IS NOT EQUAL TO SPACES
                ADD 1 TO IMPORT-REJECTED-COUNT
                PERFORM WRITE-IMPORT-ROW-LINE
           ELSE
                IF IMPORT-MATCH-FOUND IS EQUAL TO "Y"
                     PERFORM UPDATE-IMPORTED-RECORD
                ELSE
                PERFORM WRITE-IMPORT-ROW-LINE
           END-IF.

       SPLIT-IMPORT-LINE.
           MOVE SPACES TO IMPORT-FIELDS.
           UNSTRING IMPORT-LINE DELIMITED BY ","
                INTO IMP-LAST-NAME
                     IMP-FIRST-NAME
                     IMP-NUMBER
                     IMP-EXTENSION
                     IMP-EMAIL
                     IMP-DEPARTMENT
                     IMP-MANAGER-TEXT
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(IMP-DEPARTMENT)
               TO IMP-DEPARTMENT.

       VALIDATE-IMPORT-ROW.
           IF IMP-LAST-NAME IS EQUAL TO SPACES
                MOVE "LAST NAME MISSING" TO IMPORT-REJECT-REASON
                END-READ
           END-IF.

       PARSE-IMPORT-MANAGER.
           MOVE ZEROS TO IMP-MANAGER-ID.
           MOVE FUNCTION TRIM(IMP-MANAGER-TEXT) TO IMP-MANAGER-TEXT.
           IF IMP-MANAGER-TEXT IS NOT EQUAL TO SPACES
                MOVE ZEROS TO IMP-MANAGER-LEN
                INSPECT IMP-MANAGER-TEXT TALLYING IMP-MANAGER-LEN
                    FOR CHARACTERS BEFORE INITIAL SPACE
                IF IMP-MANAGER-LEN IS GREATER THAN 4
                     OR IMP-MANAGER-TEXT(1:IMP-MANAGER-LEN)
                     IS NOT NUMERIC
                     MOVE "MANAGER ID NOT NUMERIC"
                         TO IMPORT-REJECT-REASON
                ELSE
                     MOVE IMP-MANAGER-TEXT(1:IMP-MANAGER-LEN)
                         TO IMP-MANAGER-ID
                END-IF
           END-IF.

       IMPORT-FIND-BY-NAME.
           MOVE "N" TO IMPORT-MATCH-FOUND.
           MOVE ZEROS TO IMPORT-MATCH-ID.
                ELSE
                     ADD 1 TO IMPORT-UPDATED-COUNT
                     PERFORM MARK-IMPORT-SEEN
                     PERFORM MARK-IMPORT-APPLIED
                     MOVE PHONE-RECORD TO HISTORY-AFTER
                     MOVE "UPDATE" TO HISTORY-ACTION
                     MOVE "IMPORT" TO HISTORY-SOURCE
           MOVE IMP-EXTENSION TO PHONE-EXTENSION.
           MOVE IMP-EMAIL TO PHONE-EMAIL.
           MOVE IMP-DEPARTMENT TO PHONE-DEPARTMENT.
           MOVE ZEROS TO PHONE-MANAGER-ID.
           MOVE MAX-PHONE-ID TO PHONE-ID.
           MOVE "Y" TO DUPLICATE-FLAG.
           PERFORM WRITE-NEW-RECORD
                UNTIL DUPLICATE-FLAG IS NOT EQUAL TO "Y".
           ADD 1 TO IMPORT-ADDED-COUNT.
           PERFORM MARK-IMPORT-SEEN.
           PERFORM MARK-IMPORT-APPLIED.
           MOVE SPACES TO HISTORY-BEFORE.
           MOVE PHONE-RECORD TO HISTORY-AFTER.
           MOVE "ADD" TO HISTORY-ACTION.
                AND PHONE-ID IS LESS THAN 10000
                MOVE "Y" TO IMPORT-SEEN-FLAG(PHONE-ID).

       MARK-IMPORT-APPLIED.
           IF PHONE-ID IS GREATER THAN ZEROS
                AND PHONE-ID IS LESS THAN 10000
                MOVE "Y" TO IMPORT-APPLIED-FLAG(PHONE-ID).

       IMPORT-NEXT-MANAGER-ROW.
           READ IMPORT-FILE NEXT RECORD
                AT END MOVE "Y" TO IMPORT-EOF.
           IF IMPORT-EOF IS NOT EQUAL TO "Y"
                AND IMPORT-LINE IS NOT EQUAL TO SPACES
                PERFORM APPLY-IMPORT-MANAGER
           END-IF.

       APPLY-IMPORT-MANAGER.
           PERFORM SPLIT-IMPORT-LINE.
           MOVE SPACES TO IMPORT-REJECT-REASON.
           MOVE "N" TO IMPORT-MATCH-FOUND.
           IF IMP-LAST-NAME IS NOT EQUAL TO SPACES
                PERFORM IMPORT-FIND-BY-NAME
           END-IF.
           IF IMPORT-MATCH-FOUND IS EQUAL TO "Y"
                IF IMPORT-APPLIED-FLAG(IMPORT-MATCH-ID) IS EQUAL TO "Y"
                     PERFORM PARSE-IMPORT-MANAGER
                     IF IMPORT-REJECT-REASON IS EQUAL TO SPACES
                          PERFORM SET-IMPORTED-MANAGER
                     END-IF
                END-IF
           END-IF.

       SET-IMPORTED-MANAGER.
           MOVE IMP-MANAGER-ID TO MANAGER-CHECK-ID.
           MOVE IMPORT-MATCH-ID TO MANAGER-CHECK-SELF.
           PERFORM CHECK-MANAGER-REFERENCE.
           MOVE MANAGER-CHECK-REASON TO IMPORT-REJECT-REASON.
           IF IMPORT-REJECT-REASON IS EQUAL TO SPACES
                MOVE IMPORT-MATCH-ID TO PHONE-ID
                READ PHONE-FILE RECORD
                     INVALID KEY
                        MOVE "MATCHED RECORD READ FAILED"
                            TO IMPORT-REJECT-REASON
                END-READ
           END-IF.
           IF IMPORT-REJECT-REASON IS NOT EQUAL TO SPACES
                PERFORM WRITE-IMPORT-MANAGER-LINE
           ELSE IF PHONE-MANAGER-ID IS NOT EQUAL TO IMP-MANAGER-ID
                MOVE PHONE-RECORD TO HISTORY-BEFORE
                MOVE IMP-MANAGER-ID TO PHONE-MANAGER-ID
                PERFORM REWRITE-RECORD
                IF REWRITE-ERROR IS EQUAL TO "Y"
                     MOVE "REWRITE FAILED" TO IMPORT-REJECT-REASON
                     PERFORM WRITE-IMPORT-MANAGER-LINE
                ELSE
                     MOVE PHONE-RECORD TO HISTORY-AFTER
                     MOVE "UPDATE" TO HISTORY-ACTION
                     MOVE "IMPORT" TO HISTORY-SOURCE
                     PERFORM WRITE-HISTORY-RECORD
                END-IF
           END-IF.

       WRITE-IMPORT-MANAGER-LINE.
           ADD 1 TO IMPORT-MGR-REJECTED-COUNT.
           MOVE SPACES TO IMPORT-REPORT-LINE.
           MOVE "NO MGR" TO IRL-ACTION.
           MOVE IMP-LAST-NAME TO IRL-LAST-NAME.
           MOVE IMP-FIRST-NAME TO IRL-FIRST-NAME.
           MOVE IMPORT-REJECT-REASON TO IRL-REASON.
           MOVE IMPORT-REPORT-LINE TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.

       WRITE-IMPORT-ROW-LINE.
           MOVE SPACES TO IMPORT-REPORT-LINE.
           MOVE IMP-LAST-NAME TO IRL-LAST-NAME.
           END-IF.
           PERFORM READ-NEXT-RECORD.

       CONFIRM-IMPORT-LEAVERS.
           MOVE SPACES TO CONFIRM-LEAVERS.
           DISPLAY IMPORT-LEAVER-COUNT MSG-LEAVERS-FOUND.
           PERFORM PROMPT-CONFIRM-IMPORT-LEAVERS
                UNTIL CONFIRM-LEAVERS IS EQUAL TO "Y" OR "N".
           IF CONFIRM-LEAVERS IS EQUAL TO "Y" THEN
                PERFORM WRITE-LEAVER-FILE.

       PROMPT-CONFIRM-IMPORT-LEAVERS.
           DISPLAY PROMPT-CONFIRM-LEAVERS.
           ACCEPT CONFIRM-LEAVERS.
           IF CONFIRM-LEAVERS IS EQUAL TO "y" THEN
                MOVE "Y" TO CONFIRM-LEAVERS.
           IF CONFIRM-LEAVERS IS EQUAL TO "n" THEN
                MOVE "N" TO CONFIRM-LEAVERS.

       WRITE-LEAVER-FILE.
           MOVE ZEROS TO LEAVER-WRITTEN-COUNT.
           MOVE ZEROS TO LEAVER-REPORTS-CLEARED.
           MOVE "N" TO END-OF-FILE.
           PERFORM RESET-FILE-POSITION.
           PERFORM READ-NEXT-RECORD.
           PERFORM CLEAR-NEXT-LEAVER-REPORT
                UNTIL END-OF-FILE IS EQUAL TO "Y".
           MOVE FUNCTION CURRENT-DATE TO LEAVER-STAMP-RAW.
           OPEN EXTEND LEAVER-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM RESET-FILE-POSITION.
           PERFORM READ-NEXT-RECORD.
           PERFORM WRITE-NEXT-LEAVER
                UNTIL END-OF-FILE IS EQUAL TO "Y".
           CLOSE LEAVER-FILE.
           DISPLAY MSG-LEAVERS-WRITTEN LEAVER-WRITTEN-COUNT.
           IF LEAVER-REPORTS-CLEARED IS GREATER THAN ZEROS
                DISPLAY MSG-LEAVER-REPORTS-CLEARED
                    LEAVER-REPORTS-CLEARED.

       CLEAR-NEXT-LEAVER-REPORT.
           IF PHONE-ID IS GREATER THAN ZEROS
                AND PHONE-ID IS LESS THAN 10000
                AND IMPORT-SEEN-FLAG(PHONE-ID) IS EQUAL TO "Y"
                AND PHONE-MANAGER-ID IS NUMERIC
                AND PHONE-MANAGER-ID IS GREATER THAN ZEROS
                IF IMPORT-SEEN-FLAG(PHONE-MANAGER-ID) IS NOT EQUAL TO
                     "Y"
                     MOVE PHONE-RECORD TO HISTORY-BEFORE
                     MOVE ZEROS TO PHONE-MANAGER-ID
                     PERFORM REWRITE-RECORD
                     IF REWRITE-ERROR IS NOT EQUAL TO "Y"
                          ADD 1 TO LEAVER-REPORTS-CLEARED
                          MOVE PHONE-RECORD TO HISTORY-AFTER
                          MOVE "UPDATE" TO HISTORY-ACTION
                          MOVE "IMPORT" TO HISTORY-SOURCE
                          PERFORM WRITE-HISTORY-RECORD
                     END-IF
                END-IF
           END-IF.
           PERFORM READ-NEXT-RECORD.

       WRITE-NEXT-LEAVER.
           IF PHONE-ID IS GREATER THAN ZEROS
                AND PHONE-ID IS LESS THAN 10000
                AND IMPORT-SEEN-FLAG(PHONE-ID) IS NOT EQUAL TO "Y"
                MOVE PHONE-RECORD TO HISTORY-BEFORE
                PERFORM DELETE-RECORD
                IF DELETE-ERROR IS NOT EQUAL TO "Y"
                     MOVE SPACES TO LEAVER-RECORD
                     MOVE LEAVER-STAMP-RAW(1:14) TO LVR-DATE-TIME
                     MOVE PHONE-ID TO LVR-PHONE-ID
                     MOVE PHONE-LAST-NAME TO LVR-LAST-NAME
                     MOVE PHONE-FIRST-NAME TO LVR-FIRST-NAME
                     MOVE PHONE-DEPARTMENT TO LVR-DEPARTMENT
                     WRITE LEAVER-RECORD
                     ADD 1 TO LEAVER-WRITTEN-COUNT
                     MOVE SPACES TO HISTORY-AFTER
                     MOVE "LEAVER" TO HISTORY-ACTION
                     MOVE "IMPORT" TO HISTORY-SOURCE
                     PERFORM WRITE-HISTORY-RECORD
                END-IF
           END-IF.
           PERFORM READ-NEXT-RECORD.

       WRITE-IMPORT-REPORT-SUMMARY.
           MOVE SPACES TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.
           MOVE IMPORT-LEAVER-COUNT TO ITL-COUNT.
           MOVE IMPORT-TOTAL-LINE TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.
           MOVE SPACES TO IMPORT-TOTAL-LINE.
           MOVE "No Mgr:" TO ITL-LABEL.
           MOVE IMPORT-MGR-REJECTED-COUNT TO ITL-COUNT.
           MOVE IMPORT-TOTAL-LINE TO DIRECTORY-REPORT-LINE.
           WRITE DIRECTORY-REPORT-LINE BEFORE ADVANCING 1.

       WRITE-HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO HISTORY-STAMP-RAW.
           MOVE PHONE-ID TO HST-PHONE-ID.
           MOVE HISTORY-BEFORE TO HST-BEFORE-IMAGE.
           MOVE HISTORY-AFTER TO HST-AFTER-IMAGE.
           MOVE HISTORY-BEFORE(94:4) TO HST-BEFORE-MANAGER.
           MOVE HISTORY-AFTER(94:4) TO HST-AFTER-MANAGER.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.

           MOVE HST-SOURCE TO HDL-SOURCE.
           MOVE HST-PHONE-ID TO HDL-PHONE-ID.
           DISPLAY HISTORY-DISPLAY-LINE.
           DISPLAY "  Before: " HST-BEFORE-IMAGE " "
               HST-BEFORE-MANAGER.
           DISPLAY "   After: " HST-AFTER-IMAGE " "
               HST-AFTER-MANAGER.
           ADD 3 TO SCREEN-LINES.
           ADD 1 TO HISTORY-SHOWN-COUNT.

           IF EXPORT-EOF IS NOT EQUAL TO "Y"
                AND HST-DATE-TIME IS GREATER THAN EXPORT-LAST-STAMP
                IF HST-ACTION IS EQUAL TO "DELETE"
                     OR (HST-ACTION IS EQUAL TO "LEAVER"
                     AND HST-AFTER-IMAGE IS EQUAL TO SPACES)
                     MOVE HST-BEFORE-IMAGE TO EXPORT-IMAGE
                     MOVE HST-BEFORE-MANAGER TO XI-MANAGER-ID
                     MOVE "D" TO EXPORT-ACTION
                     PERFORM WRITE-EXPORT-ROW
                ELSE IF HST-ACTION IS EQUAL TO "ADD"
                     MOVE HST-AFTER-IMAGE TO EXPORT-IMAGE
                     MOVE HST-AFTER-MANAGER TO XI-MANAGER-ID
                     MOVE "A" TO EXPORT-ACTION
                     PERFORM WRITE-EXPORT-ROW
                ELSE IF HST-ACTION IS EQUAL TO "UPDATE"
                     MOVE HST-AFTER-IMAGE TO EXPORT-IMAGE
                     MOVE HST-AFTER-MANAGER TO XI-MANAGER-ID
                     MOVE "U" TO EXPORT-ACTION
                     PERFORM WRITE-EXPORT-ROW
                END-IF
                FUNCTION TRIM(XI-EMAIL) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(XI-DEPARTMENT) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(XI-MANAGER-ID) DELIMITED BY SIZE
                INTO EXPORT-RECORD
           END-STRING.
           WRITE EXPORT-RECORD.
