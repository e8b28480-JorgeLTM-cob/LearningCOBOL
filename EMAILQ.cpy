      * EMAILQ - the outbound email spool (emailq.txt), in the
      * AUDREC copybook mold.  Only EMAILOUT writes it; the mail
      * gateway picks it up and sends each document in turn.
      *   2021-12-10 Brownies - first cut.  A document is an H line
      *              (recipient address, customer, the program that
      *              queued it, its document reference and when), an
      *              S line carrying the subject, one B line per
      *              body line exactly as it would have printed, and
      *              an E line closing it.
                01 EmailQRecord.
                   02 EQType PIC X(1).
                      88 EQHead    VALUE 'H'.
                      88 EQSubject VALUE 'S'.
                      88 EQBody    VALUE 'B'.
                      88 EQEnd     VALUE 'E'.
                   02 EQText PIC X(80).
                   02 EQHeadData REDEFINES EQText.
                      03 EQTo      PIC X(30).
                      03 EQIDNum   PIC 9(5).
                      03 EQSource  PIC X(12).
                      03 EQDocRef  PIC X(12).
                      03 EQStamp   PIC X(21).
