      * to surface only when a misprinted card reached a recipient.
           SELECT OPTIONAL PROOF-BOOK ASSIGN TO "PROOFBK"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Every occasion card the daily run has produced, one record
      * per recipient, occasion and occasion year, so nobody gets
      * the same occasion card twice in a year.
           SELECT OPTIONAL CARD-HISTORY ASSIGN TO "CARDHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Mailing labels for the card run, 3-across label stock, one
      * label per card in PRINTFIL's order so each pairs with its
      * card; and the recipients with no usable address, listed
      * before the print run so envelopes are not held up at the
      * mailroom.
           SELECT LABEL-FILE ASSIGN TO "LABELFIL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDRESS-EXCEPTIONS ASSIGN TO "LABELEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD NAME-FILE.
      * The trailing status byte and change stamp are maintained by
      * RECIPMNT: blank or "A" is active, "R" is retired and gets
      * no cards. Rows written before those fields existed read
      * back blank (active, unstamped). The occasion dates drive the
      * daily occasion-card run: RM-BIRTH-DATE is month and day only
      * (MMDD), RM-SERVICE-DATE the full service start date
      * (YYYYMMDD); blank means no card for that occasion. A card is
      * addressed by internal mail (RM-BUILDING and RM-MAIL-STOP) or,
      * for retirees and other off-site recipients, by post
      * (RM-POSTAL-STREET, RM-POSTAL-CITY, RM-POSTAL-CODE); internal
      * mail wins when both are on file.
       FD RECIPIENT-MASTER.
       01 RECIPIENT-MASTER-RECORD.
           05 RM-NAME PIC X(16).
           05 RM-CHG-DATE PIC X(8).
           05 FILLER PIC X.
           05 RM-CHG-OPER PIC X(8).
           05 FILLER PIC X.
           05 RM-BIRTH-DATE PIC X(4).
           05 FILLER PIC X.
           05 RM-SERVICE-DATE PIC X(8).
           05 FILLER PIC X.
           05 RM-BUILDING PIC X(12).
           05 FILLER PIC X.
           05 RM-MAIL-STOP PIC X(8).
           05 FILLER PIC X.
           05 RM-POSTAL-STREET PIC X(26).
           05 FILLER PIC X.
           05 RM-POSTAL-CITY PIC X(26).
           05 FILLER PIC X.
           05 RM-POSTAL-CODE PIC X(10).

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(80).
       FD PROOF-BOOK.
       01 PROOF-BOOK-LINE PIC X(80).

       FD CARD-HISTORY.
       01 CARD-HISTORY-RECORD.
           05 CH-NAME PIC X(16).
           05 FILLER PIC X.
           05 CH-DEPT PIC X(12).
           05 FILLER PIC X.
           05 CH-OCCASION PIC X(12).
           05 FILLER PIC X.
           05 CH-YEAR PIC 9(4).
           05 FILLER PIC X.
           05 CH-PRINTED PIC 9(8).

      * One print row across the label stock: three labels 26 wide
      * with a column between them.
       FD LABEL-FILE.
       01 LABEL-FILE-LINE PIC X(80).

       FD ADDRESS-EXCEPTIONS.
       01 ADDRESS-EXCEPTION-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAME IS EXTERNAL PIC X(16).
       01 WS-RESULT PIC X(64).
       01 WS-TOKEN-RESIDUE PIC 99 VALUE 0.
       01 WS-FLAGGED-TEMPLATES PIC 99 VALUE 0.

      * Daily occasion-card run working storage: the window from the
      * run date through WS-LEAD-DAYS business days ahead, the
      * occasion under test, and the card history loaded whole
      * (the current and previous years only -- nothing older can
      * come due again).
       01 WS-OCC-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-OCC-RUN-YEAR PIC 9(4) VALUE 0.
       01 WS-OCC-WINDOW-END PIC 9(8) VALUE 0.
       01 WS-LEAD-DAYS PIC 99 VALUE 2.
       01 WS-OCC-MMDD PIC X(4).
       01 WS-OCC-YEAR PIC 9(4).
       01 WS-OCC-CANDIDATE PIC 9(8).
       01 WS-OCC-DUE-FLAG PIC X VALUE "N".
           88 OCCASION-DUE VALUE "Y".
       01 WS-OCC-DUE-YEAR PIC 9(4).
       01 WS-OCC-DUE-DATE PIC 9(8).
       01 WS-SERVICE-START PIC 9(8).
       01 WS-SERVICE-YEAR PIC 9(4).
       01 WS-BIRTHDAY-READY PIC X VALUE "N".
           88 BIRTHDAY-TEMPLATE-READY VALUE "Y".
       01 WS-ANNIV-READY PIC X VALUE "N".
           88 ANNIV-TEMPLATE-READY VALUE "Y".
       01 WS-OCC-HELD PIC 9(4) VALUE 0.
       01 WS-OCC-SKIPPED PIC 9(4) VALUE 0.
       01 WS-OCC-RECIPIENTS PIC 9(4) VALUE 0.
       01 WS-HIST-EOF PIC X VALUE "N".
           88 HIST-EOF VALUE "Y".
       01 WS-HIST-COUNT PIC 9(4) VALUE 0.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 2000 TIMES.
               10 WS-HS-NAME PIC X(16).
               10 WS-HS-DEPT PIC X(12).
               10 WS-HS-OCCASION PIC X(12).
               10 WS-HS-YEAR PIC 9(4).
       01 WS-HIST-IX PIC 9(4).
       01 WS-HIST-FOUND PIC X VALUE "N".
           88 ALREADY-SENT VALUE "Y".

      * Label-run working storage. A row of the stock is three
      * labels of five lines each, then a gap line to the next row;
      * ten rows fill a sheet. A label is built into its slot and
      * the row goes out when the third slot fills.
       01 WS-LABEL-ROW.
           05 WS-LABEL-SLOT OCCURS 3 TIMES.
               10 WS-LABEL-TEXT PIC X(26) OCCURS 5 TIMES.
       01 WS-LABEL-SLOT-IX PIC 9 VALUE 0.
       01 WS-LABEL-LINE-IX PIC 9.
       01 WS-LABEL-COUNT PIC 9(5) VALUE 0.
       01 WS-LABEL-ROWS PIC 9(5) VALUE 0.
       01 WS-LABEL-SHEETS PIC 9(4) VALUE 0.
       01 WS-ADDRESS-KIND PIC X VALUE SPACE.
           88 ADDRESS-INTERNAL VALUE "I".
           88 ADDRESS-POSTAL VALUE "P".
           88 ADDRESS-MISSING VALUE SPACE.
       01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
       01 WS-EXCEPTION-REASON PIC X(20).
       01 WS-EXCEPTION-CARDS PIC 9(8) VALUE 0.
       01 WS-ADDRESS-READ PIC 9(8) VALUE 0.
       01 WS-ADDRESS-CARDS PIC 9(8) VALUE 0.

      * Shop parameter lookup request block, serviced by PARMSVC.
       01 WS-PARM-REQUEST.
           05 WS-PARM-KEYWORD PIC X(20).
           05 WS-PARM-VALUE PIC X(20).
           05 WS-PARM-FOUND PIC X.

      * Business-day arithmetic request block, serviced by DAYSVC
      * over the DAYCAL day master.
       01 WS-DAYSVC-REQUEST.
           05 WS-DAYSVC-ACTION PIC X(8).
           05 WS-DAYSVC-DATE PIC 9(8).
           05 WS-DAYSVC-TO-DATE PIC 9(8).
           05 WS-DAYSVC-DAYS PIC S9(5).
           05 WS-DAYSVC-RESULT-DATE PIC 9(8).
           05 WS-DAYSVC-RESULT-DAYS PIC S9(5).
           05 WS-DAYSVC-HOLIDAY PIC X.
           05 WS-DAYSVC-BUSINESS PIC X.
           05 WS-DAYSVC-COVERED PIC X.
      * Blank: the cards go out on DAYCAL's own region.
           05 WS-DAYSVC-REGION PIC X(4) VALUE SPACES.


      * FILE STATUS catcher for the non-OPTIONAL files: with a status
      * field declared, a missing or mis-cataloged dataset comes back
                   PERFORM TWO-FER-PRINT-RUN
                   PERFORM PUBLISH-RUN-STATUS
                   GOBACK
      * Mailing labels paired one-for-one with the card run.
               WHEN WS-TWOFER-MODE = "LABELRUN"
                   PERFORM TWO-FER-LABEL-RUN
                   PERFORM PUBLISH-RUN-STATUS
                   GOBACK
      * The daily birthday and service-anniversary cards.
               WHEN WS-TWOFER-MODE = "OCCASIONS"
                   PERFORM TWO-FER-OCCASION-RUN
                   PERFORM PUBLISH-RUN-STATUS
                   GOBACK
      * Renders the whole template book with sample names for
      * sign-off before the real print run.
               WHEN WS-TWOFER-MODE = "PROOFRUN"
      * card per RM-CARD-COUNT copy through the same greeting logic
      * the single-name path uses, department trailers with
      * cards-produced counts, and a grand trailer -- off the printer
      * ready to burst and distribute. The address exceptions go to
      * LABELEXC first, so the mailroom can chase them while the
      * cards print.
      ******************************************************************
       TWO-FER-PRINT-RUN.
           SET WS-SUCCESS TO TRUE
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               DISPLAY "TWO-FER ERROR: " WS-ERROR-MESSAGE
           ELSE
               CLOSE RECIPIENT-MASTER
               PERFORM WRITE-ADDRESS-EXCEPTIONS
               OPEN INPUT RECIPIENT-MASTER
               PERFORM TWO-FER-PRINT-BODY
           END-IF.
       TWO-FER-PRINT-RUN-EXIT.
       WRITE-DEPT-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      * The mailing-label run. Envelopes for the card run were
      * hand-addressed; this run prints one label per card, in the
      * card run's own order -- master order (by department), active
      * recipients only, RM-CARD-COUNT copies each -- so label N
      * goes on the envelope for card N. Labels print 3-across for
      * standard label stock (26 columns by five lines a label, ten
      * rows a sheet). A recipient with no usable address still gets
      * its labels, printed as a NO ADDRESS placeholder, so the
      * pairing holds; LABELEXC, written before any label, lists
      * those recipients and closes with the standard control
      * trailer (READ recipients, WRITTEN labels, REJECTED labels
      * without an address).
      ******************************************************************
       TWO-FER-LABEL-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE SPACES TO WS-ERROR-MESSAGE
           OPEN INPUT RECIPIENT-MASTER
           IF WS-FILE-STATUS NOT = "00" THEN
               SET WS-PROCESSING-ERROR TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "RECIPMST OPEN FAILED, STATUS " WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               DISPLAY "TWO-FER ERROR: " WS-ERROR-MESSAGE
           ELSE
               CLOSE RECIPIENT-MASTER
               PERFORM TWO-FER-LABEL-BODY
           END-IF.
       TWO-FER-LABEL-RUN-EXIT.
           EXIT.

       TWO-FER-LABEL-BODY.
           PERFORM LOG-RUN-START
           PERFORM WRITE-ADDRESS-EXCEPTIONS
           MOVE 0 TO WS-LABEL-COUNT
           MOVE 0 TO WS-LABEL-ROWS
           MOVE 0 TO WS-LABEL-SLOT-IX
           MOVE SPACES TO WS-LABEL-ROW
           MOVE "N" TO WS-PRINT-EOF
           OPEN INPUT RECIPIENT-MASTER
           OPEN OUTPUT LABEL-FILE
           PERFORM UNTIL PRINT-EOF
               READ RECIPIENT-MASTER
                   AT END
                       SET PRINT-EOF TO TRUE
                   NOT AT END
                       IF RM-STATUS NOT = "R" THEN
                           PERFORM LABEL-ONE-RECIPIENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LABEL-SLOT-IX > 0 THEN
               PERFORM WRITE-LABEL-ROW
           END-IF
           CLOSE RECIPIENT-MASTER
           CLOSE LABEL-FILE
           COMPUTE WS-LABEL-SHEETS = (WS-LABEL-ROWS + 9) / 10
           IF WS-EXCEPTION-COUNT > 0 THEN
               SET WS-INVALID-INPUT TO TRUE
               MOVE "RECIPIENTS WITHOUT A MAILING ADDRESS, SEE LABELEXC"
                   TO WS-ERROR-MESSAGE
           END-IF
           DISPLAY "LABELS " WS-LABEL-COUNT
               " SHEETS " WS-LABEL-SHEETS
               " NO ADDRESS " WS-EXCEPTION-CARDS
           PERFORM LOG-RUN-END.
       TWO-FER-LABEL-BODY-EXIT.
           EXIT.

      * One label per card copy, as PRINT-ONE-RECIPIENT prints them.
       LABEL-ONE-RECIPIENT.
           PERFORM CLASSIFY-ADDRESS
           PERFORM VARYING WS-CARD-COPY FROM 1 BY 1
               UNTIL WS-CARD-COPY > RM-CARD-COUNT
               ADD 1 TO WS-LABEL-SLOT-IX
               PERFORM BUILD-ONE-LABEL
               ADD 1 TO WS-LABEL-COUNT
               IF WS-LABEL-SLOT-IX = 3 THEN
                   PERFORM WRITE-LABEL-ROW
               END-IF
           END-PERFORM.
       LABEL-ONE-RECIPIENT-EXIT.
           EXIT.

       BUILD-ONE-LABEL.
           MOVE RM-NAME TO WS-LABEL-TEXT(WS-LABEL-SLOT-IX, 1)
           EVALUATE TRUE
               WHEN ADDRESS-INTERNAL
                   MOVE RM-DEPT TO WS-LABEL-TEXT(WS-LABEL-SLOT-IX, 2)
                   STRING "BLDG " RM-BUILDING
                       DELIMITED BY SIZE
                       INTO WS-LABEL-TEXT(WS-LABEL-SLOT-IX, 3)
                   STRING "MAIL STOP " RM-MAIL-STOP
                       DELIMITED BY SIZE
                       INTO WS-LABEL-TEXT(WS-LABEL-SLOT-IX, 4)
               WHEN ADDRESS-POSTAL
                   MOVE RM-POSTAL-STREET
                       TO WS-LABEL-TEXT(WS-LABEL-SLOT-IX, 2)
                   MOVE RM-POSTAL-CITY
                       TO WS-LABEL-TEXT(WS-LABEL-SLOT-IX, 3)
                   MOVE RM-POSTAL-CODE
                       TO WS-LABEL-TEXT(WS-LABEL-SLOT-IX, 4)
               WHEN OTHER
                   MOVE RM-DEPT TO WS-LABEL-TEXT(WS-LABEL-SLOT-IX, 2)
                   MOVE "*** NO ADDRESS ***"
                       TO WS-LABEL-TEXT(WS-LABEL-SLOT-IX, 3)
                   MOVE "SEE LABELEXC"
                       TO WS-LABEL-TEXT(WS-LABEL-SLOT-IX, 4)
           END-EVALUATE.
       BUILD-ONE-LABEL-EXIT.
           EXIT.

       WRITE-LABEL-ROW.
           PERFORM VARYING WS-LABEL-LINE-IX FROM 1 BY 1
               UNTIL WS-LABEL-LINE-IX > 5
               MOVE SPACES TO LABEL-FILE-LINE
               STRING WS-LABEL-TEXT(1, WS-LABEL-LINE-IX) " "
                   WS-LABEL-TEXT(2, WS-LABEL-LINE-IX) " "
                   WS-LABEL-TEXT(3, WS-LABEL-LINE-IX)
                   DELIMITED BY SIZE INTO LABEL-FILE-LINE
               WRITE LABEL-FILE-LINE
           END-PERFORM
           MOVE SPACES TO LABEL-FILE-LINE
           WRITE LABEL-FILE-LINE
           ADD 1 TO WS-LABEL-ROWS
           MOVE SPACES TO WS-LABEL-ROW
           MOVE 0 TO WS-LABEL-SLOT-IX.
       WRITE-LABEL-ROW-EXIT.
           EXIT.

      * Internal mail needs both the building and the mail stop;
      * post needs the street, the city line and the postal code.
       CLASSIFY-ADDRESS.
           EVALUATE TRUE
               WHEN RM-BUILDING NOT = SPACES
                   AND RM-MAIL-STOP NOT = SPACES
                   SET ADDRESS-INTERNAL TO TRUE
               WHEN RM-POSTAL-STREET NOT = SPACES
                   AND RM-POSTAL-CITY NOT = SPACES
                   AND RM-POSTAL-CODE NOT = SPACES
                   SET ADDRESS-POSTAL TO TRUE
               WHEN OTHER
                   SET ADDRESS-MISSING TO TRUE
           END-EVALUATE.
       CLASSIFY-ADDRESS-EXIT.
           EXIT.

      ******************************************************************
      * The address exception list: every active recipient the card
      * run would print for that has no usable address, with what
      * is on file, ahead of the print run.
      ******************************************************************
       WRITE-ADDRESS-EXCEPTIONS.
           MOVE 0 TO WS-EXCEPTION-COUNT
           MOVE 0 TO WS-EXCEPTION-CARDS
           MOVE 0 TO WS-ADDRESS-READ
           MOVE 0 TO WS-ADDRESS-CARDS
           MOVE "N" TO WS-PRINT-EOF
           OPEN INPUT RECIPIENT-MASTER
           OPEN OUTPUT ADDRESS-EXCEPTIONS
           MOVE SPACES TO ADDRESS-EXCEPTION-LINE
           MOVE "RECIPIENTS WITHOUT A USABLE MAILING ADDRESS"
               TO ADDRESS-EXCEPTION-LINE
           WRITE ADDRESS-EXCEPTION-LINE
           PERFORM UNTIL PRINT-EOF
               READ RECIPIENT-MASTER
                   AT END
                       SET PRINT-EOF TO TRUE
                   NOT AT END
                       IF RM-STATUS NOT = "R" THEN
                           ADD 1 TO WS-ADDRESS-READ
                           ADD RM-CARD-COUNT TO WS-ADDRESS-CARDS
                           PERFORM CLASSIFY-ADDRESS
                           IF ADDRESS-MISSING THEN
                               PERFORM WRITE-ONE-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO ADDRESS-EXCEPTION-LINE
           STRING "*** CONTROL READ " WS-ADDRESS-READ
               " WRITTEN " WS-ADDRESS-CARDS
               " REJECTED " WS-EXCEPTION-CARDS
               DELIMITED BY SIZE INTO ADDRESS-EXCEPTION-LINE
           WRITE ADDRESS-EXCEPTION-LINE
           CLOSE RECIPIENT-MASTER
           CLOSE ADDRESS-EXCEPTIONS
           IF WS-EXCEPTION-COUNT > 0 THEN
               DISPLAY "ADDRESS EXCEPTIONS " WS-EXCEPTION-COUNT
                   " -- SEE LABELEXC"
           END-IF.
       WRITE-ADDRESS-EXCEPTIONS-EXIT.
           EXIT.

       WRITE-ONE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD RM-CARD-COUNT TO WS-EXCEPTION-CARDS
           MOVE SPACES TO ADDRESS-EXCEPTION-LINE
           IF RM-BUILDING = SPACES AND RM-MAIL-STOP = SPACES
               AND RM-POSTAL-STREET = SPACES
               AND RM-POSTAL-CITY = SPACES
               AND RM-POSTAL-CODE = SPACES THEN
               MOVE "NO ADDRESS ON FILE" TO WS-EXCEPTION-REASON
           ELSE
               MOVE "ADDRESS INCOMPLETE" TO WS-EXCEPTION-REASON
           END-IF
           STRING RM-NAME " " RM-DEPT " CARDS " RM-CARD-COUNT
               " " WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO ADDRESS-EXCEPTION-LINE
           WRITE ADDRESS-EXCEPTION-LINE.
       WRITE-ONE-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      * The daily occasion-card run. The quarterly bulk run landed
      * birthday and service-anniversary cards weeks early or late;
      * this run picks out each active recipient whose birthday
      * (RM-BIRTH-DATE) or service anniversary (RM-SERVICE-DATE)
      * falls from today through CARD-LEAD-DAYS business days ahead
      * (PARMFILE, default 2, counted by DAYSVC off DAYCAL -- so a
      * Monday birthday is printed the Thursday before), and prints
      * its cards through the same TWOTMPL templates (occasion keys
      * BIRTHDAY and ANNIVERSARY), page and department layout, and
      * CARDLEDG charge-back lines as the quarterly print run. Each
      * card produced is recorded on CARDHIST against the recipient
      * and the occasion's year, and a card already there is not
      * printed again -- so overlapping windows, a rerun, or a
      * missed day never double up. An occasion whose template is
      * missing from TWOTMPL is held, not printed in the classic
      * wording, and stays due for the next run. A 29 February
      * birthday falls on 28 February in other years.
      ******************************************************************
       TWO-FER-OCCASION-RUN.
           SET WS-SUCCESS TO TRUE
           MOVE SPACES TO WS-ERROR-MESSAGE
           OPEN INPUT RECIPIENT-MASTER
           IF WS-FILE-STATUS NOT = "00" THEN
               SET WS-PROCESSING-ERROR TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "RECIPMST OPEN FAILED, STATUS " WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               DISPLAY "TWO-FER ERROR: " WS-ERROR-MESSAGE
           ELSE
               PERFORM TWO-FER-OCCASION-BODY
           END-IF.
       TWO-FER-OCCASION-RUN-EXIT.
           EXIT.

       TWO-FER-OCCASION-BODY.
           PERFORM LOG-RUN-START
           PERFORM SET-OCCASION-WINDOW
           PERFORM CHECK-OCCASION-TEMPLATES
           PERFORM LOAD-CARD-HISTORY
           MOVE "N" TO WS-PRINT-EOF
           MOVE SPACES TO WS-CURRENT-DEPT
           MOVE "N" TO WS-DEPT-OPEN
           MOVE 0 TO WS-DEPT-CARDS
           MOVE 0 TO WS-TOTAL-CARDS
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-OCC-HELD
           MOVE 0 TO WS-OCC-SKIPPED
           MOVE 0 TO WS-OCC-RECIPIENTS
           MOVE WS-OCC-RUN-DATE TO WS-PRINT-DATE
           OPEN OUTPUT PRINT-FILE
           OPEN EXTEND CARD-LEDGER
           OPEN EXTEND CARD-HISTORY
           MOVE SPACES TO PRINT-LINE
           STRING "OCCASION CARDS DUE " WS-OCC-RUN-DATE
               " THROUGH " WS-OCC-WINDOW-END
               " (" WS-LEAD-DAYS " BUSINESS DAYS)"
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           PERFORM UNTIL PRINT-EOF
               READ RECIPIENT-MASTER
                   AT END
                       SET PRINT-EOF TO TRUE
                   NOT AT END
                       IF RM-STATUS NOT = "R"
                           AND RM-NAME NOT = SPACES THEN
                           PERFORM CHECK-RECIPIENT-OCCASIONS
                       END-IF
               END-READ
           END-PERFORM

           IF DEPT-IN-PROGRESS THEN
               PERFORM WRITE-DEPT-TRAILER
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING "GRAND TOTAL CARDS PRODUCED " WS-TOTAL-CARDS
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "OCCASIONS PRINTED " WS-OCC-RECIPIENTS
               " ALREADY SENT " WS-OCC-SKIPPED
               " HELD " WS-OCC-HELD
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-OCC-HELD > 0 THEN
               SET WS-PROCESSING-ERROR TO TRUE
               MOVE "OCCASION CARDS HELD, TEMPLATE MISSING FROM TWOTMPL"
                   TO WS-ERROR-MESSAGE
           END-IF

           CLOSE RECIPIENT-MASTER
           CLOSE PRINT-FILE
           CLOSE CARD-LEDGER
           CLOSE CARD-HISTORY
           DISPLAY "OCCASION CARDS PRINTED " WS-OCC-RECIPIENTS
               " ALREADY SENT " WS-OCC-SKIPPED
               " HELD " WS-OCC-HELD
           PERFORM LOG-RUN-END.
       TWO-FER-OCCASION-BODY-EXIT.
           EXIT.

      * Today through the lead time, in business days off DAYCAL.
       SET-OCCASION-WINDOW.
           MOVE FUNCTION CURRENT-DATE TO WS-PRINT-STAMP
           MOVE WS-PRINT-STAMP(1:8) TO WS-OCC-RUN-DATE
           MOVE WS-PRINT-STAMP(1:4) TO WS-OCC-RUN-YEAR
           MOVE 2 TO WS-LEAD-DAYS
           MOVE "CARD-LEAD-DAYS" TO WS-PARM-KEYWORD
           CALL "PARMSVC" USING WS-PARM-REQUEST
           IF WS-PARM-FOUND = "Y"
               AND FUNCTION NUMVAL(WS-PARM-VALUE) >= 1
               AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 30 THEN
               COMPUTE WS-LEAD-DAYS = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           MOVE "ADDBUS" TO WS-DAYSVC-ACTION
           MOVE WS-OCC-RUN-DATE TO WS-DAYSVC-DATE
           MOVE WS-LEAD-DAYS TO WS-DAYSVC-DAYS
           CALL "DAYSVC" USING WS-DAYSVC-REQUEST
           MOVE WS-DAYSVC-RESULT-DATE TO WS-OCC-WINDOW-END.
       SET-OCCASION-WINDOW-EXIT.
           EXIT.

      * Both occasion templates looked up once, before any card.
       CHECK-OCCASION-TEMPLATES.
           MOVE "BIRTHDAY" TO WS-OCCASION
           PERFORM LOAD-GREETING-TEMPLATE
           MOVE WS-TEMPLATE-FOUND TO WS-BIRTHDAY-READY
           MOVE "ANNIVERSARY" TO WS-OCCASION
           PERFORM LOAD-GREETING-TEMPLATE
           MOVE WS-TEMPLATE-FOUND TO WS-ANNIV-READY.
       CHECK-OCCASION-TEMPLATES-EXIT.
           EXIT.

       LOAD-CARD-HISTORY.
           MOVE 0 TO WS-HIST-COUNT
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT CARD-HISTORY
           PERFORM UNTIL HIST-EOF
               READ CARD-HISTORY
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF CH-YEAR IS NUMERIC
                           AND CH-YEAR + 1 >= WS-OCC-RUN-YEAR
                           AND WS-HIST-COUNT < 2000 THEN
                           ADD 1 TO WS-HIST-COUNT
                           MOVE CH-NAME TO WS-HS-NAME(WS-HIST-COUNT)
                           MOVE CH-DEPT TO WS-HS-DEPT(WS-HIST-COUNT)
                           MOVE CH-OCCASION
                               TO WS-HS-OCCASION(WS-HIST-COUNT)
                           MOVE CH-YEAR TO WS-HS-YEAR(WS-HIST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-HISTORY.
       LOAD-CARD-HISTORY-EXIT.
           EXIT.

      * The current master record's two occasions, each tested
      * against the window and, when due, printed once.
       CHECK-RECIPIENT-OCCASIONS.
           MOVE "N" TO WS-OCC-DUE-FLAG
           IF RM-BIRTH-DATE IS NUMERIC THEN
               MOVE RM-BIRTH-DATE TO WS-OCC-MMDD
               PERFORM CHECK-OCCASION-DUE
           END-IF
           IF OCCASION-DUE THEN
               MOVE "BIRTHDAY" TO WS-OCCASION
               IF BIRTHDAY-TEMPLATE-READY THEN
                   PERFORM PRINT-OCCASION-CARD
               ELSE
                   ADD 1 TO WS-OCC-HELD
               END-IF
           END-IF
           MOVE "N" TO WS-OCC-DUE-FLAG
           MOVE 0 TO WS-SERVICE-START
           IF RM-SERVICE-DATE IS NUMERIC THEN
               MOVE RM-SERVICE-DATE TO WS-SERVICE-START
           END-IF
           IF WS-SERVICE-START > 0
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-SERVICE-START)
                   = 0 THEN
               MOVE RM-SERVICE-DATE(1:4) TO WS-SERVICE-YEAR
               MOVE RM-SERVICE-DATE(5:4) TO WS-OCC-MMDD
               PERFORM CHECK-OCCASION-DUE
      * The start date itself is not an anniversary.
               IF OCCASION-DUE
                   AND WS-OCC-DUE-YEAR <= WS-SERVICE-YEAR THEN
                   MOVE "N" TO WS-OCC-DUE-FLAG
               END-IF
           END-IF
           IF OCCASION-DUE THEN
               MOVE "ANNIVERSARY" TO WS-OCCASION
               IF ANNIV-TEMPLATE-READY THEN
                   PERFORM PRINT-OCCASION-CARD
               ELSE
                   ADD 1 TO WS-OCC-HELD
               END-IF
           END-IF.
       CHECK-RECIPIENT-OCCASIONS-EXIT.
           EXIT.

      * WS-OCC-MMDD falls due in the run date's year or, when the
      * window runs past 31 December, the next one.
       CHECK-OCCASION-DUE.
           MOVE "N" TO WS-OCC-DUE-FLAG
           MOVE WS-OCC-RUN-DATE(1:4) TO WS-OCC-YEAR
           PERFORM CHECK-OCCASION-YEAR
           IF NOT OCCASION-DUE
               AND WS-OCC-WINDOW-END(1:4) NOT = WS-OCC-RUN-DATE(1:4)
               THEN
               MOVE WS-OCC-WINDOW-END(1:4) TO WS-OCC-YEAR
               PERFORM CHECK-OCCASION-YEAR
           END-IF.
       CHECK-OCCASION-DUE-EXIT.
           EXIT.

       CHECK-OCCASION-YEAR.
           COMPUTE WS-OCC-CANDIDATE =
               WS-OCC-YEAR * 10000 + FUNCTION NUMVAL(WS-OCC-MMDD)
           IF WS-OCC-MMDD = "0229"
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-OCC-CANDIDATE)
                   NOT = 0 THEN
               SUBTRACT 1 FROM WS-OCC-CANDIDATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-OCC-CANDIDATE) = 0
               AND WS-OCC-CANDIDATE >= WS-OCC-RUN-DATE
               AND WS-OCC-CANDIDATE <= WS-OCC-WINDOW-END THEN
               SET OCCASION-DUE TO TRUE
               MOVE WS-OCC-YEAR TO WS-OCC-DUE-YEAR
               MOVE WS-OCC-CANDIDATE TO WS-OCC-DUE-DATE
           END-IF.
       CHECK-OCCASION-YEAR-EXIT.
           EXIT.

      * One due occasion for the current master record: skipped if
      * CARDHIST already has it for the occasion's year, otherwise
      * printed under its department's pages and recorded.
       PRINT-OCCASION-CARD.
           MOVE "N" TO WS-HIST-FOUND
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
               UNTIL WS-HIST-IX > WS-HIST-COUNT OR ALREADY-SENT
               IF WS-HS-NAME(WS-HIST-IX) = RM-NAME
                   AND WS-HS-DEPT(WS-HIST-IX) = RM-DEPT
                   AND WS-HS-OCCASION(WS-HIST-IX) = WS-OCCASION
                   AND WS-HS-YEAR(WS-HIST-IX) = WS-OCC-DUE-YEAR THEN
                   SET ALREADY-SENT TO TRUE
               END-IF
           END-PERFORM
           IF ALREADY-SENT THEN
               ADD 1 TO WS-OCC-SKIPPED
           ELSE
               IF RM-DEPT NOT = WS-CURRENT-DEPT
                   OR NOT DEPT-IN-PROGRESS THEN
                   IF DEPT-IN-PROGRESS THEN
                       PERFORM WRITE-DEPT-TRAILER
                   END-IF
                   MOVE RM-DEPT TO WS-CURRENT-DEPT
                   MOVE 0 TO WS-DEPT-CARDS
                   SET DEPT-IN-PROGRESS TO TRUE
                   PERFORM WRITE-PAGE-HEADER
               END-IF
               PERFORM PRINT-ONE-RECIPIENT
               ADD 1 TO WS-OCC-RECIPIENTS
               MOVE SPACES TO CARD-HISTORY-RECORD
               MOVE RM-NAME TO CH-NAME
               MOVE RM-DEPT TO CH-DEPT
               MOVE WS-OCCASION TO CH-OCCASION
               MOVE WS-OCC-DUE-YEAR TO CH-YEAR
               MOVE WS-OCC-RUN-DATE TO CH-PRINTED
               WRITE CARD-HISTORY-RECORD
               IF WS-HIST-COUNT < 2000 THEN
                   ADD 1 TO WS-HIST-COUNT
                   MOVE RM-NAME TO WS-HS-NAME(WS-HIST-COUNT)
                   MOVE RM-DEPT TO WS-HS-DEPT(WS-HIST-COUNT)
                   MOVE WS-OCCASION TO WS-HS-OCCASION(WS-HIST-COUNT)
                   MOVE WS-OCC-DUE-YEAR TO WS-HS-YEAR(WS-HIST-COUNT)
               END-IF
           END-IF.
       PRINT-OCCASION-CARD-EXIT.
           EXIT.

      ******************************************************************
      * The proof book: every TWOTMPL template rendered for every
      * language the recipient master carries, one page apiece,
