      ******************************************************************
      * CATVRFY: dataset catalog conformance. The suite reads and
      * writes well over two hundred fixed-name datasets, and who
      * owns each one, how wide its lines run, and whether it is a
      * master, feed, report or archive was written down only in the
      * comments of the programs that use it. DSCATLG now holds one
      * entry per dataset -- name, type, record length, training
      * copy, snapshot membership, retention rule, expected trailer,
      * owning program and readers -- and this run holds every
      * dataset present to its entry: no line wider than the
      * cataloged record length, and the trailer on the file where
      * one is cataloged. A training copy left behind is held to its
      * production entry the same way.
      *
      * Cataloged datasets that are not there are listed as missing.
      * The names that are there come from DSLIST, the data
      * directory one name per line as the job step lists it; every
      * name on it with no catalog entry is listed as not cataloged,
      * names with a period in them being program modules and
      * sources rather than datasets. Without a DSLIST that half of
      * the check is skipped and the report says so. The report is
      * CATVRPT.
      *
      * The datasets are opened by name through ASSIGN USING, which
      * takes the name from the data item at each OPEN -- unlike
      * ASSIGN TO a data-name, which this build resolves as one
      * fixed name -- so one SELECT serves the whole catalog. For
      * the same reason a training session is refused: its
      * redirects would hand over the practice copies under the
      * production names.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATVRFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "DSCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL LISTING-FILE ASSIGN TO "DSLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT OPTIONAL DATASET-FILE ASSIGN USING WS-DATASET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATASET-STATUS.
           SELECT CATALOG-REPORT ASSIGN TO "CATVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * One dataset per line; a line starting * is a note.
       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CT-NAME PIC X(9).
           05 FILLER PIC X.
           05 CT-TYPE PIC X(7).
           05 FILLER PIC X.
           05 CT-LENGTH PIC X(4).
           05 FILLER PIC X.
           05 CT-TRAINING PIC X(8).
           05 FILLER PIC X.
           05 CT-SNAPSHOT PIC X.
           05 FILLER PIC X.
           05 CT-RETENTION PIC X(20).
           05 FILLER PIC X.
           05 CT-TRAILER PIC X(11).
           05 FILLER PIC X.
           05 CT-OWNER PIC X(20).
           05 FILLER PIC X.
           05 CT-READERS PIC X(140).

       FD LISTING-FILE.
       01 LISTING-RECORD PIC X(80).

      * Any dataset, a line at a time. Wider than anything the suite
      * writes, so a line over its cataloged length is measured
      * whole rather than cut off at the buffer.
       FD DATASET-FILE.
       01 DATASET-LINE PIC X(4096).

       FD CATALOG-REPORT.
       01 CATALOG-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RUN-TIMESTAMP PIC X(26).
       01 WS-TODAY PIC 9(8) VALUE 0.

      * FILE STATUS catchers: a missing catalog comes back as a
      * checkable code, and a dataset's open status is what says
      * whether it is there at all.
       01 WS-FILE-STATUS PIC XX VALUE "00".
       01 WS-LIST-STATUS PIC XX VALUE "00".
       01 WS-DATASET-STATUS PIC XX VALUE "00".

       01 WS-CATALOG-EOF PIC X VALUE "N".
           88 CATALOG-EOF VALUE "Y".
       01 WS-LIST-EOF PIC X VALUE "N".
           88 LIST-EOF VALUE "Y".
       01 WS-DATASET-EOF PIC X VALUE "N".
           88 DATASET-EOF VALUE "Y".

      * The catalog, loaded whole. A line turned away is kept with
      * its line number and reason for the report's last section.
       01 WS-CATALOG-LINE-NO PIC 9(5) VALUE 0.
       01 WS-ENTRY-COUNT PIC 9(3) VALUE 0.
       01 WS-ENTRY-MAX PIC 9(3) VALUE 400.
       01 WS-CATALOG-TABLE.
           05 WS-CAT-ENTRY OCCURS 400 TIMES.
               10 WS-CAT-NAME PIC X(9).
               10 WS-CAT-TYPE PIC X(7).
               10 WS-CAT-LENGTH PIC 9(4).
               10 WS-CAT-TRAINING PIC X(8).
               10 WS-CAT-RETENTION PIC X(20).
               10 WS-CAT-TRAILER PIC X(11).
               10 WS-CAT-OWNER PIC X(20).
               10 WS-CAT-PRESENT PIC X.
       01 WS-CAT-INDEX PIC 9(3).
       01 WS-CAT-SCAN PIC 9(3).
       01 WS-CAT-MATCH PIC 9(3) VALUE 0.
       01 WS-CHECK-TYPE PIC X(7).
           88 KNOWN-TYPE VALUES "MASTER" "LOG" "FEED" "REPORT"
               "ARCHIVE" "WORK".
       01 WS-REJECT-REASON PIC X(30).

       01 WS-REJECT-COUNT PIC 9(3) VALUE 0.
       01 WS-REJECT-TABLE.
           05 WS-REJECT-ENTRY OCCURS 50 TIMES.
               10 WS-REJ-LINE-NO PIC 9(5).
               10 WS-REJ-NAME PIC X(9).
               10 WS-REJ-REASON PIC X(30).
       01 WS-REJ-INDEX PIC 9(3).

      * The dataset being examined, under its own name or its
      * training copy's, and what reading it through found.
       01 WS-DATASET-NAME PIC X(9).
       01 WS-DATASET-FOUND PIC X VALUE "N".
           88 DATASET-PRESENT VALUE "Y".
       01 WS-DS-LINES PIC 9(8) VALUE 0.
       01 WS-DS-LONGEST PIC 9(4) VALUE 0.
       01 WS-DS-OVERLENGTH PIC 9(8) VALUE 0.
       01 WS-DS-TRAILER-SEEN PIC X VALUE "N".
           88 TRAILER-SEEN VALUE "Y".
       01 WS-DS-FAILED-STATUS PIC XX VALUE SPACES.
       01 WS-DS-FAILED-VERB PIC X(4) VALUE SPACES.
       01 WS-REVERSED-LINE PIC X(4096).
       01 WS-TRAILING-SPACES PIC 9(4).
       01 WS-LINE-LENGTH PIC 9(4).
       01 WS-TRAILER-SIZE PIC 9(2).
       01 WS-REVERSED-TRAILER PIC X(11).
       01 WS-TRAILER-SPACES PIC 9(2).
       01 WS-COPY-OF PIC X(9).

      * One printed result per dataset present.
       01 WS-RESULT-TEXT PIC X(52).
       01 WS-RESULT-POINTER PIC 9(3).
       01 WS-DATASET-CONFORMS PIC X VALUE "Y".
           88 DATASET-CONFORMS VALUE "Y".
       01 WS-LENGTH-EDIT PIC ZZZ9.
       01 WS-LINES-EDIT PIC ZZZZZZZ9.
       01 WS-LONGEST-EDIT PIC ZZZ9.
       01 WS-COUNT-EDIT PIC ZZZZZZZ9.

      * DSLIST: one name per line, its first word the name.
       01 WS-LISTING-SUPPLIED PIC X VALUE "N".
           88 LISTING-SUPPLIED VALUE "Y".
       01 WS-LISTED-TEXT PIC X(80).
       01 WS-LISTED-NAME PIC X(40).
       01 WS-LISTED-PERIODS PIC 9(2).

      * Printed-report control: a fresh page per section, its
      * column heading repeated under every page header.
       01 WS-PAGE-TITLE PIC X(30).
       01 WS-COLUMN-HEADING PIC X(100).
       01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 99 VALUE 0.
       01 WS-PAGE-LINE-LIMIT PIC 99 VALUE 55.
       01 WS-PRINT-DATE PIC 9(8) VALUE 0.
       01 WS-PRINT-SPLIT REDEFINES WS-PRINT-DATE.
           05 WS-PRINT-YEAR PIC 9(4).
           05 WS-PRINT-MONTH PIC 99.
           05 WS-PRINT-DAY PIC 99.
       01 WS-PRINT-TEXT PIC X(10).
       01 WS-PRINT-LINE PIC X(100).

      * Control totals for the trailer and the audit line.
       01 WS-CTL-PRESENT PIC 9(3) VALUE 0.
       01 WS-CTL-MISSING PIC 9(3) VALUE 0.
       01 WS-CTL-TRAINING PIC 9(3) VALUE 0.
       01 WS-CTL-NONCONFORMING PIC 9(3) VALUE 0.
       01 WS-CTL-NOT-CATALOGED PIC 9(4) VALUE 0.

      * Set by the menu driver when a training session is live.
      * EXTERNAL storage starts LOW-VALUES; only an explicit "Y"
      * means training.
       01 WS-TRAINING-ACTIVE IS EXTERNAL PIC X.

      * Shared error/status convention.
       COPY STATUSCD.

      * Shared audit-trail record fields.
       COPY AUDITLOG.

       PROCEDURE DIVISION.

       CATVRFY-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY
           IF WS-TRAINING-ACTIVE = "Y" THEN
               DISPLAY "TRAINING SESSION -- THE CATALOG CHECK READS"
                   " THE LIVE DATASETS AND IS NOT ALLOWED"
               GOBACK
           END-IF
           PERFORM LOAD-CATALOG
           OPEN OUTPUT CATALOG-REPORT
           MOVE 0 TO WS-PAGE-NUMBER
           IF WS-SUCCESS THEN
               MOVE "DATASETS PRESENT" TO WS-PAGE-TITLE
               MOVE SPACES TO WS-COLUMN-HEADING
               MOVE "DATASET" TO WS-COLUMN-HEADING(3:7)
               MOVE "TYPE" TO WS-COLUMN-HEADING(14:4)
               MOVE "LENGTH" TO WS-COLUMN-HEADING(22:6)
               MOVE "LINES" TO WS-COLUMN-HEADING(32:5)
               MOVE "LONGEST" TO WS-COLUMN-HEADING(39:7)
               MOVE "RESULT" TO WS-COLUMN-HEADING(48:6)
               PERFORM WRITE-PAGE-HEADER
               PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > WS-ENTRY-COUNT
                   PERFORM CHECK-CATALOG-ENTRY
               END-PERFORM
               IF WS-CTL-PRESENT = 0 AND WS-CTL-TRAINING = 0 THEN
                   MOVE "  NO CATALOGED DATASET IS PRESENT"
                       TO WS-PRINT-LINE
                   PERFORM WRITE-PRINT-LINE
               END-IF
               PERFORM WRITE-MISSING-DATASETS
               PERFORM CHECK-DATASET-LISTING
               IF WS-REJECT-COUNT > 0 THEN
                   PERFORM WRITE-REJECTED-ENTRIES
               END-IF
               PERFORM WRITE-CONTROL-TRAILER
           ELSE
               MOVE SPACES TO CATALOG-REPORT-LINE
               STRING "CATALOG CONFORMANCE NOT RUN -- "
                   WS-ERROR-MESSAGE
                   DELIMITED BY SIZE INTO CATALOG-REPORT-LINE
               WRITE CATALOG-REPORT-LINE
           END-IF
           CLOSE CATALOG-REPORT
           MOVE WS-RETURN-CODE TO WS-PUBLISHED-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO WS-PUBLISHED-ERROR-MESSAGE
           PERFORM LOG-AUDIT-ENTRY
           IF WS-SUCCESS THEN
               DISPLAY "Catalog check: " WS-CTL-PRESENT " present, "
                   WS-CTL-MISSING " missing, " WS-CTL-NONCONFORMING
                   " nonconforming, " WS-CTL-NOT-CATALOGED
                   " not cataloged -- see CATVRPT."
           END-IF
           GOBACK.
       CATVRFY-RUN-EXIT.
           EXIT.

      ******************************************************************
      * DSCATLG loaded whole. An entry with no name, a type outside
      * the six, a record length that is not a number, or a name or
      * training copy already cataloged is turned away onto the
      * rejected list rather than guessed at.
      ******************************************************************
       LOAD-CATALOG.
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-REJECT-COUNT
           MOVE 0 TO WS-CATALOG-LINE-NO
           OPEN INPUT CATALOG-FILE
           IF WS-FILE-STATUS NOT = "00" THEN
               SET WS-PROCESSING-ERROR TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "DSCATLG OPEN FAILED, STATUS " WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               DISPLAY "CATVRFY ERROR: " WS-ERROR-MESSAGE
           ELSE
               MOVE "N" TO WS-CATALOG-EOF
               PERFORM UNTIL CATALOG-EOF
                   READ CATALOG-FILE
                       AT END
                           SET CATALOG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CATALOG-LINE-NO
                           IF CATALOG-RECORD NOT = SPACES
                               AND CT-NAME(1:1) NOT = "*" THEN
                               PERFORM ADD-CATALOG-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
       LOAD-CATALOG-EXIT.
           EXIT.

       ADD-CATALOG-ENTRY.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE CT-TYPE TO WS-CHECK-TYPE
           EVALUATE TRUE
               WHEN CT-NAME = SPACES
                   MOVE "NO DATASET NAME" TO WS-REJECT-REASON
               WHEN NOT KNOWN-TYPE
                   MOVE "TYPE NOT RECOGNIZED" TO WS-REJECT-REASON
               WHEN CT-LENGTH IS NOT NUMERIC
                   MOVE "RECORD LENGTH NOT A NUMBER"
                       TO WS-REJECT-REASON
               WHEN CT-LENGTH = "0000"
                   MOVE "RECORD LENGTH ZERO" TO WS-REJECT-REASON
               WHEN WS-ENTRY-COUNT >= WS-ENTRY-MAX
                   MOVE "CATALOG TABLE FULL" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM FIND-CATALOG-CLASH
                   IF WS-CAT-MATCH > 0 THEN
                       MOVE "ALREADY CATALOGED" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES THEN
               ADD 1 TO WS-ENTRY-COUNT
               MOVE CT-NAME TO WS-CAT-NAME(WS-ENTRY-COUNT)
               MOVE CT-TYPE TO WS-CAT-TYPE(WS-ENTRY-COUNT)
               MOVE CT-LENGTH TO WS-CAT-LENGTH(WS-ENTRY-COUNT)
               MOVE CT-TRAINING TO WS-CAT-TRAINING(WS-ENTRY-COUNT)
               MOVE CT-RETENTION TO WS-CAT-RETENTION(WS-ENTRY-COUNT)
               MOVE CT-TRAILER TO WS-CAT-TRAILER(WS-ENTRY-COUNT)
               MOVE CT-OWNER TO WS-CAT-OWNER(WS-ENTRY-COUNT)
               MOVE "N" TO WS-CAT-PRESENT(WS-ENTRY-COUNT)
           ELSE
               IF WS-REJECT-COUNT < 50 THEN
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE WS-CATALOG-LINE-NO
                       TO WS-REJ-LINE-NO(WS-REJECT-COUNT)
                   MOVE CT-NAME TO WS-REJ-NAME(WS-REJECT-COUNT)
                   MOVE WS-REJECT-REASON
                       TO WS-REJ-REASON(WS-REJECT-COUNT)
               END-IF
           END-IF.
       ADD-CATALOG-ENTRY-EXIT.
           EXIT.

      * A name or training copy may stand for one dataset only:
      * either one already on the table, under either heading, is a
      * clash.
       FIND-CATALOG-CLASH.
           MOVE 0 TO WS-CAT-MATCH
           PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
               UNTIL WS-CAT-SCAN > WS-ENTRY-COUNT
               IF WS-CAT-NAME(WS-CAT-SCAN) = CT-NAME
                   OR WS-CAT-TRAINING(WS-CAT-SCAN) = CT-NAME THEN
                   MOVE WS-CAT-SCAN TO WS-CAT-MATCH
               END-IF
               IF CT-TRAINING NOT = SPACES
                   AND (WS-CAT-NAME(WS-CAT-SCAN) = CT-TRAINING
                   OR WS-CAT-TRAINING(WS-CAT-SCAN) = CT-TRAINING) THEN
                   MOVE WS-CAT-SCAN TO WS-CAT-MATCH
               END-IF
           END-PERFORM.
       FIND-CATALOG-CLASH-EXIT.
           EXIT.

      ******************************************************************
      * One entry: the dataset under its own name, then its training
      * copy if one was left behind. A missing training copy is
      * normal -- one exists only after a training session.
      ******************************************************************
       CHECK-CATALOG-ENTRY.
           PERFORM SIZE-CATALOG-TRAILER
           MOVE WS-CAT-NAME(WS-CAT-INDEX) TO WS-DATASET-NAME
      * This run's own report is open for output: present, but not
      * yet anything to hold to its entry.
           EVALUATE TRUE
               WHEN WS-CAT-NAME(WS-CAT-INDEX) = "CATVRPT"
                   MOVE "Y" TO WS-CAT-PRESENT(WS-CAT-INDEX)
                   ADD 1 TO WS-CTL-PRESENT
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE WS-DATASET-NAME TO WS-PRINT-LINE(3:9)
                   MOVE WS-CAT-TYPE(WS-CAT-INDEX)
                       TO WS-PRINT-LINE(14:7)
                   MOVE "BEING WRITTEN BY THIS RUN"
                       TO WS-PRINT-LINE(48:25)
                   PERFORM WRITE-PRINT-LINE
               WHEN OTHER
                   PERFORM EXAMINE-DATASET
                   IF DATASET-PRESENT THEN
                       MOVE "Y" TO WS-CAT-PRESENT(WS-CAT-INDEX)
                       ADD 1 TO WS-CTL-PRESENT
                       MOVE SPACES TO WS-COPY-OF
                       PERFORM WRITE-DATASET-RESULT
                   ELSE
                       ADD 1 TO WS-CTL-MISSING
                   END-IF
           END-EVALUATE
           IF WS-CAT-TRAINING(WS-CAT-INDEX) NOT = SPACES THEN
               MOVE WS-CAT-TRAINING(WS-CAT-INDEX) TO WS-DATASET-NAME
               PERFORM EXAMINE-DATASET
               IF DATASET-PRESENT THEN
                   ADD 1 TO WS-CTL-TRAINING
                   MOVE WS-CAT-NAME(WS-CAT-INDEX) TO WS-COPY-OF
                   PERFORM WRITE-DATASET-RESULT
               END-IF
           END-IF.
       CHECK-CATALOG-ENTRY-EXIT.
           EXIT.

      * The cataloged trailer's own length, so "*** CONTROL" matches
      * whatever counts follow it on the line.
       SIZE-CATALOG-TRAILER.
           MOVE 0 TO WS-TRAILER-SIZE
           IF WS-CAT-TRAILER(WS-CAT-INDEX) NOT = SPACES THEN
               MOVE FUNCTION REVERSE(WS-CAT-TRAILER(WS-CAT-INDEX))
                   TO WS-REVERSED-TRAILER
               MOVE 0 TO WS-TRAILER-SPACES
               INSPECT WS-REVERSED-TRAILER
                   TALLYING WS-TRAILER-SPACES FOR LEADING SPACE
               COMPUTE WS-TRAILER-SIZE = 11 - WS-TRAILER-SPACES
           END-IF.
       SIZE-CATALOG-TRAILER-EXIT.
           EXIT.

      * Open status 05 (an OPTIONAL file that is not there) or 35 is
      * a missing dataset; any other failure is a dataset that is
      * there but cannot be read, and says so on its result line.
       EXAMINE-DATASET.
           MOVE "N" TO WS-DATASET-FOUND
           MOVE 0 TO WS-DS-LINES
           MOVE 0 TO WS-DS-LONGEST
           MOVE 0 TO WS-DS-OVERLENGTH
           MOVE "N" TO WS-DS-TRAILER-SEEN
           MOVE SPACES TO WS-DS-FAILED-STATUS
           MOVE SPACES TO WS-DS-FAILED-VERB
           OPEN INPUT DATASET-FILE
           EVALUATE WS-DATASET-STATUS
               WHEN "00"
                   SET DATASET-PRESENT TO TRUE
                   PERFORM READ-DATASET-THROUGH
                   CLOSE DATASET-FILE
               WHEN "05"
                   CLOSE DATASET-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET DATASET-PRESENT TO TRUE
                   MOVE WS-DATASET-STATUS TO WS-DS-FAILED-STATUS
                   MOVE "OPEN" TO WS-DS-FAILED-VERB
           END-EVALUATE.
       EXAMINE-DATASET-EXIT.
           EXIT.

      * A read that fails outright fires neither AT END nor NOT AT
      * END, so the status is checked after each one to stop there.
       READ-DATASET-THROUGH.
           MOVE "N" TO WS-DATASET-EOF
           PERFORM UNTIL DATASET-EOF
               READ DATASET-FILE
                   AT END
                       SET DATASET-EOF TO TRUE
                   NOT AT END
                       PERFORM MEASURE-DATASET-LINE
               END-READ
               IF WS-DATASET-STATUS(1:1) NOT = "0"
                   AND WS-DATASET-STATUS(1:1) NOT = "1" THEN
                   MOVE WS-DATASET-STATUS TO WS-DS-FAILED-STATUS
                   MOVE "READ" TO WS-DS-FAILED-VERB
                   SET DATASET-EOF TO TRUE
               END-IF
           END-PERFORM.
       READ-DATASET-THROUGH-EXIT.
           EXIT.

       MEASURE-DATASET-LINE.
           ADD 1 TO WS-DS-LINES
           MOVE FUNCTION REVERSE(DATASET-LINE) TO WS-REVERSED-LINE
           MOVE 0 TO WS-TRAILING-SPACES
           INSPECT WS-REVERSED-LINE
               TALLYING WS-TRAILING-SPACES FOR LEADING SPACE
           COMPUTE WS-LINE-LENGTH = 4096 - WS-TRAILING-SPACES
           IF WS-LINE-LENGTH > WS-DS-LONGEST THEN
               MOVE WS-LINE-LENGTH TO WS-DS-LONGEST
           END-IF
           IF WS-LINE-LENGTH > WS-CAT-LENGTH(WS-CAT-INDEX) THEN
               ADD 1 TO WS-DS-OVERLENGTH
           END-IF
           IF WS-TRAILER-SIZE > 0 THEN
               IF DATASET-LINE(1:WS-TRAILER-SIZE) =
                   WS-CAT-TRAILER(WS-CAT-INDEX)(1:WS-TRAILER-SIZE)
                   THEN
                   SET TRAILER-SEEN TO TRUE
               END-IF
           END-IF.
       MEASURE-DATASET-LINE-EXIT.
           EXIT.

      * CONFORMS, or each way the dataset falls short of its entry.
       WRITE-DATASET-RESULT.
           MOVE "Y" TO WS-DATASET-CONFORMS
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE 1 TO WS-RESULT-POINTER
           IF WS-DS-FAILED-VERB NOT = SPACES THEN
               MOVE "N" TO WS-DATASET-CONFORMS
               STRING WS-DS-FAILED-VERB " FAILED, STATUS "
                   WS-DS-FAILED-STATUS "  "
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
                   WITH POINTER WS-RESULT-POINTER
           END-IF
           IF WS-DS-OVERLENGTH > 0 THEN
               MOVE "N" TO WS-DATASET-CONFORMS
               MOVE WS-DS-OVERLENGTH TO WS-COUNT-EDIT
               STRING FUNCTION TRIM(WS-COUNT-EDIT)
                   " OVER LENGTH  "
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
                   WITH POINTER WS-RESULT-POINTER
           END-IF
           IF WS-TRAILER-SIZE > 0 AND NOT TRAILER-SEEN
               AND WS-DS-FAILED-VERB NOT = "OPEN" THEN
               MOVE "N" TO WS-DATASET-CONFORMS
               STRING "NO TRAILER  "
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
                   WITH POINTER WS-RESULT-POINTER
           END-IF
           IF DATASET-CONFORMS THEN
               STRING "CONFORMS  "
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
                   WITH POINTER WS-RESULT-POINTER
           ELSE
               ADD 1 TO WS-CTL-NONCONFORMING
           END-IF
           IF WS-COPY-OF NOT = SPACES THEN
               STRING "TRAINING COPY OF " WS-COPY-OF
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
                   WITH POINTER WS-RESULT-POINTER
           END-IF
           MOVE WS-CAT-LENGTH(WS-CAT-INDEX) TO WS-LENGTH-EDIT
           MOVE WS-DS-LINES TO WS-LINES-EDIT
           MOVE WS-DS-LONGEST TO WS-LONGEST-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-DATASET-NAME TO WS-PRINT-LINE(3:9)
           MOVE WS-CAT-TYPE(WS-CAT-INDEX) TO WS-PRINT-LINE(14:7)
           MOVE WS-LENGTH-EDIT TO WS-PRINT-LINE(24:4)
           MOVE WS-LINES-EDIT TO WS-PRINT-LINE(29:8)
           MOVE WS-LONGEST-EDIT TO WS-PRINT-LINE(42:4)
           MOVE WS-RESULT-TEXT TO WS-PRINT-LINE(48:52)
           PERFORM WRITE-PRINT-LINE.
       WRITE-DATASET-RESULT-EXIT.
           EXIT.

      ******************************************************************
      * Cataloged but not there, with the owner who would make it.
      ******************************************************************
       WRITE-MISSING-DATASETS.
           MOVE "CATALOGED BUT MISSING" TO WS-PAGE-TITLE
           MOVE SPACES TO WS-COLUMN-HEADING
           MOVE "DATASET" TO WS-COLUMN-HEADING(3:7)
           MOVE "TYPE" TO WS-COLUMN-HEADING(14:4)
           MOVE "OWNER" TO WS-COLUMN-HEADING(23:5)
           MOVE "RETENTION" TO WS-COLUMN-HEADING(45:9)
           PERFORM WRITE-PAGE-HEADER
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
               UNTIL WS-CAT-INDEX > WS-ENTRY-COUNT
               IF WS-CAT-PRESENT(WS-CAT-INDEX) = "N" THEN
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE WS-CAT-NAME(WS-CAT-INDEX) TO WS-PRINT-LINE(3:9)
                   MOVE WS-CAT-TYPE(WS-CAT-INDEX)
                       TO WS-PRINT-LINE(14:7)
                   MOVE WS-CAT-OWNER(WS-CAT-INDEX)
                       TO WS-PRINT-LINE(23:20)
                   MOVE WS-CAT-RETENTION(WS-CAT-INDEX)
                       TO WS-PRINT-LINE(45:20)
                   PERFORM WRITE-PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-CTL-MISSING = 0 THEN
               MOVE "  EVERY CATALOGED DATASET IS PRESENT"
                   TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.
       WRITE-MISSING-DATASETS-EXIT.
           EXIT.

      ******************************************************************
      * There but not cataloged: every DSLIST name that is neither a
      * cataloged dataset nor one's training copy.
      ******************************************************************
       CHECK-DATASET-LISTING.
           MOVE "PRESENT BUT NOT CATALOGED" TO WS-PAGE-TITLE
           MOVE SPACES TO WS-COLUMN-HEADING
           MOVE "DATASET" TO WS-COLUMN-HEADING(3:7)
           PERFORM WRITE-PAGE-HEADER
           MOVE "N" TO WS-LISTING-SUPPLIED
           OPEN INPUT LISTING-FILE
           IF WS-LIST-STATUS = "00" THEN
               SET LISTING-SUPPLIED TO TRUE
               MOVE "N" TO WS-LIST-EOF
               PERFORM UNTIL LIST-EOF
                   READ LISTING-FILE
                       AT END
                           SET LIST-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-LISTED-NAME
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LISTING-FILE
           EVALUATE TRUE
               WHEN NOT LISTING-SUPPLIED
                   MOVE "  NO DSLIST SUPPLIED -- DATASETS NOT IN THE"
                       TO WS-PRINT-LINE
                   MOVE "CATALOG WERE NOT LOOKED FOR"
                       TO WS-PRINT-LINE(45:27)
                   PERFORM WRITE-PRINT-LINE
               WHEN WS-CTL-NOT-CATALOGED = 0
                   MOVE "  EVERY DATASET LISTED IS CATALOGED"
                       TO WS-PRINT-LINE
                   PERFORM WRITE-PRINT-LINE
           END-EVALUATE.
       CHECK-DATASET-LISTING-EXIT.
           EXIT.

       CHECK-LISTED-NAME.
           MOVE FUNCTION TRIM(LISTING-RECORD) TO WS-LISTED-TEXT
           MOVE SPACES TO WS-LISTED-NAME
           UNSTRING WS-LISTED-TEXT DELIMITED BY ALL SPACE
               INTO WS-LISTED-NAME
           MOVE 0 TO WS-LISTED-PERIODS
           INSPECT WS-LISTED-NAME TALLYING WS-LISTED-PERIODS
               FOR ALL "."
           IF WS-LISTED-NAME NOT = SPACES
               AND WS-LISTED-PERIODS = 0 THEN
               MOVE 0 TO WS-CAT-MATCH
               PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
                   UNTIL WS-CAT-SCAN > WS-ENTRY-COUNT
                   IF WS-CAT-NAME(WS-CAT-SCAN) = WS-LISTED-NAME
                       OR WS-CAT-TRAINING(WS-CAT-SCAN)
                           = WS-LISTED-NAME THEN
                       MOVE WS-CAT-SCAN TO WS-CAT-MATCH
                   END-IF
               END-PERFORM
               IF WS-CAT-MATCH = 0 THEN
                   ADD 1 TO WS-CTL-NOT-CATALOGED
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE WS-LISTED-NAME TO WS-PRINT-LINE(3:40)
                   MOVE "NOT IN DSCATLG" TO WS-PRINT-LINE(45:14)
                   PERFORM WRITE-PRINT-LINE
               END-IF
           END-IF.
       CHECK-LISTED-NAME-EXIT.
           EXIT.

       WRITE-REJECTED-ENTRIES.
           MOVE "CATALOG ENTRIES REJECTED" TO WS-PAGE-TITLE
           MOVE SPACES TO WS-COLUMN-HEADING
           MOVE "LINE" TO WS-COLUMN-HEADING(3:4)
           MOVE "DATASET" TO WS-COLUMN-HEADING(10:7)
           MOVE "REASON" TO WS-COLUMN-HEADING(21:6)
           PERFORM WRITE-PAGE-HEADER
           PERFORM VARYING WS-REJ-INDEX FROM 1 BY 1
               UNTIL WS-REJ-INDEX > WS-REJECT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-REJ-LINE-NO(WS-REJ-INDEX) TO WS-PRINT-LINE(2:5)
               MOVE WS-REJ-NAME(WS-REJ-INDEX) TO WS-PRINT-LINE(10:9)
               MOVE WS-REJ-REASON(WS-REJ-INDEX) TO WS-PRINT-LINE(21:30)
               PERFORM WRITE-PRINT-LINE
           END-PERFORM.
       WRITE-REJECTED-ENTRIES-EXIT.
           EXIT.

       WRITE-CONTROL-TRAILER.
           MOVE SPACES TO CATALOG-REPORT-LINE
           WRITE CATALOG-REPORT-LINE
           MOVE SPACES TO CATALOG-REPORT-LINE
           STRING "*** CONTROL CATALOGED " WS-ENTRY-COUNT
               " PRESENT " WS-CTL-PRESENT
               " MISSING " WS-CTL-MISSING
               " NONCONFORMING " WS-CTL-NONCONFORMING
               " NOT CATALOGED " WS-CTL-NOT-CATALOGED
               " REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO CATALOG-REPORT-LINE
           WRITE CATALOG-REPORT-LINE.
       WRITE-CONTROL-TRAILER-EXIT.
           EXIT.

       WRITE-PRINT-LINE.
           IF WS-LINE-COUNT + 1 > WS-PAGE-LINE-LIMIT THEN
               PERFORM WRITE-PAGE-HEADER
           END-IF
           MOVE WS-PRINT-LINE TO CATALOG-REPORT-LINE
           WRITE CATALOG-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.
       WRITE-PRINT-LINE-EXIT.
           EXIT.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE ALL "=" TO CATALOG-REPORT-LINE
           WRITE CATALOG-REPORT-LINE
           MOVE SPACES TO CATALOG-REPORT-LINE
           STRING "DATASET CATALOG CONFORMANCE  " WS-PAGE-TITLE
               "  PAGE " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO CATALOG-REPORT-LINE
           WRITE CATALOG-REPORT-LINE
           MOVE WS-TODAY TO WS-PRINT-DATE
           PERFORM FORMAT-PRINT-DATE
           MOVE SPACES TO CATALOG-REPORT-LINE
           STRING "RUN " WS-PRINT-TEXT
               "  OFF DSCATLG AND DSLIST"
               DELIMITED BY SIZE INTO CATALOG-REPORT-LINE
           WRITE CATALOG-REPORT-LINE
           MOVE ALL "=" TO CATALOG-REPORT-LINE
           WRITE CATALOG-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO CATALOG-REPORT-LINE
           WRITE CATALOG-REPORT-LINE
           MOVE 5 TO WS-LINE-COUNT.
       WRITE-PAGE-HEADER-EXIT.
           EXIT.

       FORMAT-PRINT-DATE.
           MOVE SPACES TO WS-PRINT-TEXT
           STRING WS-PRINT-YEAR "-" WS-PRINT-MONTH "-" WS-PRINT-DAY
               DELIMITED BY SIZE INTO WS-PRINT-TEXT.
       FORMAT-PRINT-DATE-EXIT.
           EXIT.

       LOG-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE "CATVRFY" TO WS-AUDIT-PROGRAM
           MOVE SPACES TO WS-AUDIT-INPUT
           IF LISTING-SUPPLIED THEN
               STRING "DSCATLG " WS-ENTRY-COUNT " ENTRIES, DSLIST"
                   DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           ELSE
               STRING "DSCATLG " WS-ENTRY-COUNT " ENTRIES, NO DSLIST"
                   DELIMITED BY SIZE INTO WS-AUDIT-INPUT
           END-IF
           MOVE SPACES TO WS-AUDIT-RESULT
           IF WS-SUCCESS THEN
               STRING "PRESENT " WS-CTL-PRESENT
                   " MISSING " WS-CTL-MISSING
                   " NONCONFORMING " WS-CTL-NONCONFORMING
                   " NOT CATALOGED " WS-CTL-NOT-CATALOGED
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           ELSE
               MOVE WS-ERROR-MESSAGE TO WS-AUDIT-RESULT
           END-IF
           IF WS-AUDIT-OPERATOR = LOW-VALUES THEN
               MOVE SPACES TO WS-AUDIT-OPERATOR
           END-IF
           MOVE SPACES TO WS-AUDIT-APPEND-LINE
           STRING WS-AUDIT-TIMESTAMP " PROGRAM=" WS-AUDIT-PROGRAM
               " INPUT=" WS-AUDIT-INPUT
               " RESULT=" WS-AUDIT-RESULT
               " OPER=" WS-AUDIT-OPERATOR
               DELIMITED BY SIZE INTO WS-AUDIT-APPEND-LINE
           CALL "AUDITSVC" USING WS-AUDIT-APPEND-LINE.
       LOG-AUDIT-ENTRY-EXIT.
           EXIT.
       END PROGRAM CATVRFY.
