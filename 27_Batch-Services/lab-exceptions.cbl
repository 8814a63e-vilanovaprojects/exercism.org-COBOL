           05 WS-SMP-SOURCE PIC X(8).
           05 WS-SMP-RECEIVED PIC 9(8).
           05 WS-SMP-STATUS-DATE PIC 9(8).
           05 WS-SMP-PROGRAM PIC X(20) VALUE "LABEXCP".
           05 WS-SMP-CLIENT PIC X(8) VALUE SPACES.

      * Shared error/status convention.
       COPY STATUSCD.
