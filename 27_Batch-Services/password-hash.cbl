      ******************************************************************
      * PASSHASH: the one place an operator password is turned into
      * the value OPERFILE keeps. The master never holds a password
      * itself -- sign-on and OPERMNT hand the operator id and the
      * typed password here and compare or store what comes back.
      *
      * The operator id rides in front of the password as salt, so
      * two operators with the same password keep different values.
      * The characters take their values off the same printable
      * ladder AUDITSVC's chain uses; two accumulators (multipliers
      * 31 and 37, each wrapping modulo its own prime) fold the
      * salted text over and over, each pass also folding in the
      * other's running value, and the result is both accumulators
      * side by side as sixteen digits. The passes make a guess
      * cost a great many folds instead of one. Changing any of it
      * invalidates every password on file, and SELFCHK holds a
      * known answer so that cannot happen unnoticed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSHASH.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 PH-TEXT PIC X(28).
       01 PH-VALUES.
           05 PH-VALUE PIC 9(3) OCCURS 28 TIMES.
       01 PH-CHAR-IX PIC 9(3).
       01 PH-LADDER-IX PIC 9(3).
       01 PH-PASS PIC 9(4).
       01 PH-PASS-COUNT PIC 9(4) VALUE 500.
       01 PH-FOLD-A PIC 9(14) VALUE 0.
       01 PH-FOLD-B PIC 9(14) VALUE 0.
       01 PH-RESULT.
           05 PH-RESULT-A PIC 9(8).
           05 PH-RESULT-B PIC 9(8).

      * The printable reference ladder, as AUDITSVC carries it (the
      * doubled quote is one character); a space or anything off
      * the ladder folds as zero.
       01 PH-LADDER-PIECES.
           05 FILLER PIC X(15) VALUE "!""#$%&'()*+,-./".
           05 FILLER PIC X(16) VALUE "0123456789:;<=>?".
           05 FILLER PIC X(16) VALUE "@ABCDEFGHIJKLMNO".
           05 FILLER PIC X(16) VALUE "PQRSTUVWXYZ[\]^_".
           05 FILLER PIC X(16) VALUE "`abcdefghijklmno".
           05 FILLER PIC X(15) VALUE "pqrstuvwxyz{|}~".
       01 PH-LADDER REDEFINES PH-LADDER-PIECES PIC X(94).

       LINKAGE SECTION.
      * One password per call: the operator id and the password as
      * typed in, the sixteen-digit value back.
       01 PASS-HASH-REQUEST.
           05 HASH-OPERATOR-ID PIC X(8).
           05 HASH-PASSWORD PIC X(20).
           05 HASH-VALUE PIC X(16).

       PROCEDURE DIVISION USING PASS-HASH-REQUEST.

       PASSHASH-RUN.
           MOVE HASH-OPERATOR-ID TO PH-TEXT(1:8)
           MOVE HASH-PASSWORD TO PH-TEXT(9:20)
           PERFORM LADDER-VALUES
           MOVE 7 TO PH-FOLD-A
           MOVE 11 TO PH-FOLD-B
           PERFORM VARYING PH-PASS FROM 1 BY 1
               UNTIL PH-PASS > PH-PASS-COUNT
               PERFORM FOLD-ONE-PASS
           END-PERFORM
           MOVE PH-FOLD-A TO PH-RESULT-A
           MOVE PH-FOLD-B TO PH-RESULT-B
           MOVE PH-RESULT TO HASH-VALUE
           GOBACK.
       PASSHASH-RUN-EXIT.
           EXIT.

       LADDER-VALUES.
           PERFORM VARYING PH-CHAR-IX FROM 1 BY 1
               UNTIL PH-CHAR-IX > 28
               MOVE 0 TO PH-VALUE(PH-CHAR-IX)
               PERFORM VARYING PH-LADDER-IX FROM 1 BY 1
                   UNTIL PH-LADDER-IX > 94
                   IF PH-LADDER(PH-LADDER-IX:1)
                       = PH-TEXT(PH-CHAR-IX:1) THEN
                       MOVE PH-LADDER-IX TO PH-VALUE(PH-CHAR-IX)
                       MOVE 99 TO PH-LADDER-IX
                   END-IF
               END-PERFORM
           END-PERFORM.
       LADDER-VALUES-EXIT.
           EXIT.

      * Position weights keep "AB" and "BA" apart; the pass number
      * and the cross-folded accumulator keep every pass distinct.
       FOLD-ONE-PASS.
           PERFORM VARYING PH-CHAR-IX FROM 1 BY 1
               UNTIL PH-CHAR-IX > 28
               COMPUTE PH-FOLD-A = FUNCTION MOD(
                   (PH-FOLD-A * 31)
                   + (PH-VALUE(PH-CHAR-IX) + 1) * (PH-CHAR-IX + PH-PASS)
                   + FUNCTION MOD(PH-FOLD-B, 1000), 99999989)
               COMPUTE PH-FOLD-B = FUNCTION MOD(
                   (PH-FOLD-B * 37)
                   + (PH-VALUE(PH-CHAR-IX) + 3) * (PH-CHAR-IX * PH-PASS)
                   + FUNCTION MOD(PH-FOLD-A, 1000), 99999971)
           END-PERFORM.
       FOLD-ONE-PASS-EXIT.
           EXIT.
       END PROGRAM PASSHASH.
