      * EMAILLOG - the email delivery log (emaillog.txt), in the
      * AUDREC copybook mold.  EMAILOUT writes one line for every
      * document of a customer who asked for email - queued, or
      * printed instead and why - and emailrpt reports the day's.
      *   2021-12-10 Brownies - first cut.  ELRoute E is emailed
      *              only, B emailed and printed, P printed because
      *              the email could not go (ELReason says why).
                01 EmailLogRecord.
                   02 ELDate     PIC 9(8).
                   02 ELTime     PIC 9(6).
                   02 ELProgName PIC X(12).
                   02 ELIDNum    PIC 9(5).
                   02 ELDocRef   PIC X(12).
                   02 ELRoute    PIC X(1).
                      88 ELEmailOnly VALUE 'E'.
                      88 ELEmailBoth VALUE 'B'.
                      88 ELFellBack  VALUE 'P'.
                   02 ELEmail    PIC X(30).
                   02 ELReason   PIC X(30).
