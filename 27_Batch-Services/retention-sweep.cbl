               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * The widest of the swept files is CONVOLOG at 200 bytes; the
      * sweep carries lines whole in a 260-byte buffer so nothing
      * here needs to know the individual layouts.
       FD LIVE-ROLLHIST.
