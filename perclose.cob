      *              220 for the Rep= stamp.
      *   2021-06-21 Brownies - transaction-log record widened to
      *              260 for the TierDisc= and QtyDisc= stamps.
      *   2021-09-13 Brownies - early-pay discount lines (DSC
      *              reference) on payments.txt are not cash and
      *              stay out of the period's payment total.
      *   2021-09-17 Brownies - a returned check (NSF line) comes
      *              back out of the period's payment total; the
      *              discount taken back with it (NSD) stays out
      *              like the discount did.
      *   2021-09-21 Brownies - refunds (RFD lines) are cash paid
      *              out, not received; they stay out of the total.
      *   2021-10-11 Brownies - transaction-log record widened to
      *              280 for the Cost= stamp.
      *   2021-10-19 Brownies - transaction-log record widened to
      *              300 for the Contract= stamp.
      *   2021-10-25 Brownies - transaction-log record widened to
      *              320 for the Frt= stamp.
      *   2021-11-02 Brownies - transaction-log record widened to
      *              360 for the Canadian GST/HST and PST/QST
      *              stamps.
      *   2021-11-04 Brownies - transaction-log record widened to
      *              400 for the Promo= stamp.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
       DATA DIVISION.
          FILE SECTION.
             FD RTransFile.
                01 RTransLine PIC X(400).
             FD PaymentFile.
                01 PaymentData.
                   02 PayDate   PIC 9(8).
                   AT END MOVE 'Y' TO PayEOF
                   NOT AT END
                      IF PayDate(1:6) = ClosePeriod
                         EVALUATE PayInvRef(1:3)
                            WHEN "DSC"
                            WHEN "NSD"
                            WHEN "RFD"
                               CONTINUE
                            WHEN "NSF"
                               SUBTRACT PayAmount FROM PayTotal
                            WHEN OTHER
                               ADD 1 TO PayCount
                               ADD PayAmount TO PayTotal
                         END-EVALUATE
                      END-IF
                END-READ
             END-PERFORM
