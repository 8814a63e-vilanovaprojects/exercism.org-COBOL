      * One BOBSURV record: the end-of-session survey answer for a
      * multi-turn BOB session. SV-SESSION-STAMP is the session's
      * start (CURRENT-DATE, to the hundredth of a second);
      * SV-TICKET-STAMP is the timestamp on the header of the first
      * HELPDESK ticket the session raised, SPACES when it raised
      * none -- TICKETMG keeps that header on TICKMST when it numbers
      * the ticket, so the stamp is how a survey finds its ticket
      * number. SV-FAQ-USED is "Y" when any turn was answered from
      * BOBFAQ. The comment is redacted the way CONVOLOG is.
       01 SURVEY-RECORD.
           05 SV-SESSION-STAMP.
               10 SV-SESSION-DATE PIC 9(8).
               10 SV-SESSION-TIME PIC X(8).
           05 FILLER PIC X.
           05 SV-LANGUAGE PIC X(2).
           05 FILLER PIC X.
           05 SV-TURNS PIC 99.
           05 FILLER PIC X.
           05 SV-RATING PIC 9.
           05 FILLER PIC X.
           05 SV-FAQ-USED PIC X.
               88 SV-FAQ-ANSWERED VALUE "Y".
           05 FILLER PIC X.
           05 SV-TICKET-STAMP PIC X(16).
           05 FILLER PIC X.
           05 SV-COMMENT PIC X(60).
