      ******************************************************************
      * The operator menu's option lines, one per selectable option
      * in display order, exactly as DISPLAY-MENU shows them: the
      * option number right-aligned in the first three columns, then
      * the program and what it does. Kept here so anything that
      * names an option to a person -- the menu itself, the access
      * recertification report -- uses the same words. A new option
      * is one more line here and one more count below.
      ******************************************************************
       01 WS-MENU-TEXT-LINES.
           05 FILLER PIC X(51) VALUE
               " 1  LEAP              - leap year check".
           05 FILLER PIC X(51) VALUE
               " 2  YACHT-PROGRAM     - score one Yacht category".
           05 FILLER PIC X(51) VALUE
               " 3  rna-transcription - DNA to RNA transcription".
           05 FILLER PIC X(51) VALUE
               " 4  BOB               - talk to Bob".
           05 FILLER PIC X(51) VALUE
               " 5  collatz-conjecture- Collatz step count".
           05 FILLER PIC X(51) VALUE
               " 6  two-fer           - two-fer greeting".
           05 FILLER PIC X(51) VALUE
               " 7  nucleotide-count  - nucleotide tally".
           05 FILLER PIC X(51) VALUE
               " 8  TRIANGLE          - triangle classification".
           05 FILLER PIC X(51) VALUE
               " 9  QUEEN-ATTACK      - chess queen attack check".
           05 FILLER PIC X(51) VALUE
               " 10 high-scores       - player score lookup".
           05 FILLER PIC X(51) VALUE
               " 11 YACHT-PROGRAM     - full turn/scorecard/push".
           05 FILLER PIC X(51) VALUE
               " 12 collatz-conjecture- batch NUMFILE run".
           05 FILLER PIC X(51) VALUE
               " 13 rna-transcription - batch SEQFILE run".
           05 FILLER PIC X(51) VALUE
               " 14 rna-transcription - transcribe + translate".
           05 FILLER PIC X(51) VALUE
               " 15 two-fer           - batch NAMEFILE run".
           05 FILLER PIC X(51) VALUE
               " 16 two-fer           - multi-person greeting".
           05 FILLER PIC X(51) VALUE
               " 17 nucleotide-count  - batch SEQFILE run".
           05 FILLER PIC X(51) VALUE
               " 18 nucleotide-count  - sequencer drop-file run".
           05 FILLER PIC X(51) VALUE
               " 19 TRIANGLE          - batch SIDESFIL run".
           05 FILLER PIC X(51) VALUE
               " 20 high-scores       - print leaderboard report".
           05 FILLER PIC X(51) VALUE
               " 21 high-scores       - print trend report".
           05 FILLER PIC X(51) VALUE
               " 22 BOB               - run a multi-turn session".
           05 FILLER PIC X(51) VALUE
               " 23 collatz-conjecture- trajectory NUMFILE run".
           05 FILLER PIC X(51) VALUE
               " 24 rna-transcription - three-frame ORF scan".
           05 FILLER PIC X(51) VALUE
               " 25 rna-transcription - RNAFILE reconciliation".
           05 FILLER PIC X(51) VALUE
               " 26 rna-transcription - pipeline to nucleotide".
           05 FILLER PIC X(51) VALUE
               " 27 nucleotide-count  - k-mer counting batch".
           05 FILLER PIC X(51) VALUE
               " 28 LABEXCP           - consolidated lab errors".
           05 FILLER PIC X(51) VALUE
               " 29 YACHT-PROGRAM     - full multi-player game".
           05 FILLER PIC X(51) VALUE
               " 30 YACHTREC          - SCOREFILE reconciliation".
           05 FILLER PIC X(51) VALUE
               " 31 high-scores       - month-end board rollover".
           05 FILLER PIC X(51) VALUE
               " 32 high-scores       - print archived period".
           05 FILLER PIC X(51) VALUE
               " 33 high-scores       - percentile standings".
           05 FILLER PIC X(51) VALUE
               " 34 two-fer           - card print run (RECIPMST)".
           05 FILLER PIC X(51) VALUE
               " 35 QUEEN-ATTACK      - whole-board evaluation".
           05 FILLER PIC X(51) VALUE
               " 36 QREPLAY           - validate the move log".
           05 FILLER PIC X(51) VALUE
               " 37 SUITE-MENU        - status dashboard".
           05 FILLER PIC X(51) VALUE
               " 38 REPGEN            - roll reports to REPGENS".
           05 FILLER PIC X(51) VALUE
               " 39 REPGEN            - purge old generations".
           05 FILLER PIC X(51) VALUE
               " 40 BALANCER          - verify control totals".
           05 FILLER PIC X(51) VALUE
               " 41 AUDUTIL           - cut audit log to archive".
           05 FILLER PIC X(51) VALUE
               " 42 AUDUTIL           - purge audit archive".
           05 FILLER PIC X(51) VALUE
               " 43 AUDUTIL           - query the audit trail".
           05 FILLER PIC X(51) VALUE
               " 44 SELFCHK           - morning self-check".
           05 FILLER PIC X(51) VALUE
               " 45 OPERMNT           - operator/auth maintenance".
           05 FILLER PIC X(51) VALUE
               " 46 PARMMNT           - parameter maintenance".
           05 FILLER PIC X(51) VALUE
               " 47 JOBRUN            - run the JOBPLAN chain".
           05 FILLER PIC X(51) VALUE
               " 48 EODCLOSE          - end-of-day close".
           05 FILLER PIC X(51) VALUE
               " 49 RETSWEEP          - retention sweep".
           05 FILLER PIC X(51) VALUE
               " 50 YACHTTRN          - yacht tournament desk".
           05 FILLER PIC X(51) VALUE
               " 51 ROLLCONV          - convert legacy ROLLHIST".
           05 FILLER PIC X(51) VALUE
               " 52 TICKETMG          - help-desk tickets".
           05 FILLER PIC X(51) VALUE
               " 53 PAYADJ            - paydate adjustments".
           05 FILLER PIC X(51) VALUE
               " 54 PAYGEN            - generate pay schedule".
           05 FILLER PIC X(51) VALUE
               " 55 COLLSPLT          - split NUMCLEAN to shards".
           05 FILLER PIC X(51) VALUE
               " 56 COLLSHRD          - run one Collatz shard".
           05 FILLER PIC X(51) VALUE
               " 57 COLLMRG           - merge shard reports".
           05 FILLER PIC X(51) VALUE
               " 58 collatz-conjecture- audit the CACHEFIL".
           05 FILLER PIC X(51) VALUE
               " 59 REVSCAN           - reverse-complement scan".
           05 FILLER PIC X(51) VALUE
               " 60 SAMPINQ           - sample status inquiry".
           05 FILLER PIC X(51) VALUE
               " 61 DUPSCAN           - duplicate-strand scan".
           05 FILLER PIC X(51) VALUE
               " 62 SEQCOMP           - pairwise identity check".
           05 FILLER PIC X(51) VALUE
               " 63 FASTQADP          - quality-score adapter".
           05 FILLER PIC X(51) VALUE
               " 64 TRIANGLE          - coordinate batch run".
           05 FILLER PIC X(51) VALUE
               " 65 TRIEXCP           - drafting exception desk".
           05 FILLER PIC X(51) VALUE
               " 66 HANDICAP          - handicap-adjusted board".
           05 FILLER PIC X(51) VALUE
               " 67 HEAD2HED          - head-to-head records".
           05 FILLER PIC X(51) VALUE
               " 68 DEPTBRD           - department roster/board".
           05 FILLER PIC X(51) VALUE
               " 69 MSTVRFY           - verify the master files".
           05 FILLER PIC X(51) VALUE
               " 70 SITEXCH           - inter-site board merge".
           05 FILLER PIC X(51) VALUE
               " 71 WORKORD           - overnight work orders".
           05 FILLER PIC X(51) VALUE
               " 72 LOCKMGR           - list/break file locks".
           05 FILLER PIC X(51) VALUE
               " 73 DISTRIB           - bundle report delivery".
           05 FILLER PIC X(51) VALUE
               " 74 AUDCHAIN          - verify the audit chain".
           05 FILLER PIC X(51) VALUE
               " 75 SUITE-MENU        - acknowledge alerts".
           05 FILLER PIC X(51) VALUE
               " 76 CHARGEBK          - card charge-back report".
           05 FILLER PIC X(51) VALUE
               " 77 RECIPMNT          - recipient maintenance".
           05 FILLER PIC X(51) VALUE
               " 78 two-fer           - template proof book".
           05 FILLER PIC X(51) VALUE
               " 79 RPTEXP            - delimited report export".
           05 FILLER PIC X(51) VALUE
               " 80 TRAJPLOT          - plot Collatz trajectory".
           05 FILLER PIC X(51) VALUE
               " 81 RUNSTATS          - batch run durations".
           05 FILLER PIC X(51) VALUE
               " 82 RPTDIFF           - day-over-day report diff".
           05 FILLER PIC X(51) VALUE
               " 83 SNAPSHOT          - master backup/restore".
           05 FILLER PIC X(51) VALUE
               " 84 PAYCUT            - timesheet cutoff schedule".
           05 FILLER PIC X(51) VALUE
               " 85 PAYAPPR           - sign off paydate proposals".
           05 FILLER PIC X(51) VALUE
               " 86 PAYPRO            - pay period proration days".
           05 FILLER PIC X(51) VALUE
               " 87 ELORATE           - skill ratings from PUSHLOG".
           05 FILLER PIC X(51) VALUE
               " 88 YACHTCAT          - career category analysis".
           05 FILLER PIC X(51) VALUE
               " 89 YACHTSVL          - saved games due for cleanup".
           05 FILLER PIC X(51) VALUE
               " 90 MANRECON          - sequencer manifest recon".
           05 FILLER PIC X(51) VALUE
               " 91 MOTIFSCN          - binding-motif search".
           05 FILLER PIC X(51) VALUE
               " 92 VARCALL           - variants against REFSEQ".
           05 FILLER PIC X(51) VALUE
               " 93 CONSBLD           - consensus of repeated reads".
           05 FILLER PIC X(51) VALUE
               " 94 SLARPT            - client turnaround report".
           05 FILLER PIC X(51) VALUE
               " 95 PROTRPT           - ORF protein properties".
           05 FILLER PIC X(51) VALUE
               " 96 SURVRPT           - monthly BOB survey results".
           05 FILLER PIC X(51) VALUE
               " 97 TOPICRPT          - weekly BOB topic trends".
           05 FILLER PIC X(51) VALUE
               " 98 COLQUERY          - Collatz inverse lookup".
           05 FILLER PIC X(51) VALUE
               "100 COLTREE           - Collatz predecessor tree".
           05 FILLER PIC X(51) VALUE
               "101 COLLREC           - Collatz record holders".
           05 FILLER PIC X(51) VALUE
               "102 collatz-conjecture- variant qN+r NUMFILE run".
           05 FILLER PIC X(51) VALUE
               "103 NUMGEN            - generate NUMFILE to a spec".
           05 FILLER PIC X(51) VALUE
               "104 two-fer           - daily occasion cards".
           05 FILLER PIC X(51) VALUE
               "105 two-fer           - mailing labels for cards".
           05 FILLER PIC X(51) VALUE
               "106 TRIPART           - drafting part master".
           05 FILLER PIC X(51) VALUE
               "107 TRISPC            - part measurement SPC charts".
           05 FILLER PIC X(51) VALUE
               "108 TRIANGLE          - survey polygon triangles".
           05 FILLER PIC X(51) VALUE
               "109 QUEEN-ATTACK      - N-queens solutions".
           05 FILLER PIC X(51) VALUE
               "110 QUEEN-ATTACK      - legal moves for position".
           05 FILLER PIC X(51) VALUE
               "111 QUEEN-ATTACK      - mate-in-one puzzle check".
           05 FILLER PIC X(51) VALUE
               "112 YEARAWRD          - year-end awards report".
           05 FILLER PIC X(51) VALUE
               "113 SCORCORR          - score correction requests".
           05 FILLER PIC X(51) VALUE
               "114 PLAYERID          - player rename and merge".
           05 FILLER PIC X(51) VALUE
               "115 SCOREHLD          - held score review".
           05 FILLER PIC X(51) VALUE
               "116 ACCRECRT          - access recertification".
           05 FILLER PIC X(51) VALUE
               "117 CATVRFY           - dataset catalog check".
           05 FILLER PIC X(51) VALUE
               "118 WINFCST           - batch window forecast".
           05 FILLER PIC X(51) VALUE
               "119 FEEDGATE          - inbound feed gate".
           05 FILLER PIC X(51) VALUE
               "120 DQSCORE           - data quality scorecard".
       01 WS-MENU-TEXT-TABLE REDEFINES WS-MENU-TEXT-LINES.
           05 WS-MENU-TEXT-ENTRY OCCURS 119 TIMES.
               10 WS-MENU-TEXT-CHOICE PIC X(3).
               10 WS-MENU-TEXT-REST PIC X(48).
       01 WS-MENU-TEXT-COUNT PIC 9(3) VALUE 119.
