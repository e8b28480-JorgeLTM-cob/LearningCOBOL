      *              level is skipped so nobody gets the same letter
      *              twice in a row.  Start and end go to the
      *              common job log.
      *   2021-09-13 Brownies - lateness is now days past the due
      *              date the payment terms put on the master (no
      *              due date reads as invoice date plus 30): past
      *              due at all is a DUN30 notice, over 30 days past
      *              due DUN60, over 60 DUN90 - the same letters a
      *              net-30 account always got, now right for the
      *              net 10 and net 60 accounts too.
      *   2021-09-15 Brownies - items the customer has disputed
      *              (IMDisputed, set by the dispute program) are
      *              left out of the overdue amount and the notice
      *              level until the dispute is resolved.
      *   2021-11-28 Brownies - business days off the company
      *              calendar (DATECALC): a run on a weekend or a
      *              holiday dates its letters the next business day,
      *              and a due date that fell on a closed day counts
      *              as due the business day after, so a holiday
      *              weekend is not held against the customer.
      *   2021-12-10 Brownies - a customer whose DelivPref asks for
      *              email gets the notice queued on the outbound
      *              email spool through EMAILOUT - instead of the
      *              printed letter, or as well as it for B - and
      *              falls back to print when the do-not-email flag
      *              is set or the address is blank or not valid.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             01 DCDate2      PIC 9(8).
             01 DCResult     PIC S9(8).
             01 DCStatus     PIC X(1).
             01 Thirty       PIC 9(8) VALUE 30.
             01 NoDays       PIC 9(8) VALUE ZERO.
             01 WorkOpen     PIC S9(8)V99.
             01 WSSub        PIC 9(3).
             01 CustSub      PIC 9(3).
                02 RDYear  PIC 9(4).
                02 RDMonth PIC 99.
                02 RDDay   PIC 99.
             01 LetterDate   PIC 9(8).
             01 LetterDateParts REDEFINES LetterDate.
                02 LDYear  PIC 9(4).
                02 LDMonth PIC 99.
                02 LDDay   PIC 99.
             01 EOAction    PIC X(1).
             01 EOProgName  PIC X(12) VALUE "dunning".
             01 EODocRef    PIC X(12).
             01 EOText      PIC X(80).
             01 EORoute     PIC X(1) VALUE 'P'.
             01 EmailedCount PIC 9(5) VALUE ZERO.
             01 JLProgName PIC X(12) VALUE "dunning".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             MOVE RunDate TO LetterDate
             CALL "DATECALC" USING RunDate, NoDays, "N",
                DCResult, DCStatus
             IF DCStatus = '0'
                MOVE DCResult TO LetterDate
             END-IF
             STRING LDMonth DELIMITED BY SIZE
                LDDay DELIMITED BY SIZE
                LDYear DELIMITED BY SIZE
                INTO RunDateMDY
             END-STRING
             MOVE RunDateMDY TO ADate
             CLOSE CustomerFile
             DISPLAY "Notices printed : " NoticeCount
             DISPLAY "Repeats skipped : " SkipCount
             DISPLAY "Notices emailed : " EmailedCount
             DISPLAY "Output written to DunningLetters.txt"
             MOVE "END" TO JLPhase
             MOVE CustCount TO JLReadCt
                COMPUTE WorkOpen = ZERO - WorkOpen
             END-IF
             IF IMOpen AND WorkOpen NOT = ZERO
                AND NOT IMDisputed
                MOVE RunDate TO DCDate1
                MOVE IMDueDate TO DCDate2
                IF IMDueDate = ZERO
                   CALL "DATECALC" USING IMInvDate, Thirty, "A",
                      DCResult, DCStatus
                   MOVE IMInvDate TO DCDate2
                   IF DCStatus = '0'
                      MOVE DCResult TO DCDate2
                   END-IF
                END-IF
                CALL "DATECALC" USING DCDate2, NoDays, "N",
                   DCResult, DCStatus
                IF DCStatus = '0'
                   MOVE DCResult TO DCDate2
                END-IF
                CALL "DATECALC" USING DCDate1, DCDate2, "D",
                   DCResult, DCStatus
                IF DCStatus = '0'
                ELSE
                   MOVE ZERO TO AgeDays
                END-IF
                IF AgeDays > 0
                   PERFORM FindCustEntry
                   IF CustSub > ZERO
                      ADD WorkOpen TO CTOverdue(CustSub)
                      EVALUATE TRUE
                         WHEN AgeDays > 60
                            MOVE "DUN90" TO CTLevel(CustSub)
                         WHEN AgeDays > 30
                            IF CTLevel(CustSub) NOT = "DUN90"
                               MOVE "DUN60" TO CTLevel(CustSub)
                            END-IF
             MOVE AddrLine1 TO CityLine
             MOVE CTOverdue(CustSub) TO Dollar
             MOVE FUNCTION TRIM(Dollar) TO AmountDisp
             MOVE 'O' TO EOAction
             MOVE PassLevel TO EODocRef
             MOVE SPACE TO EOText
             STRING "Past due notice - " DELIMITED BY SIZE
                FUNCTION TRIM(AmountDisp) DELIMITED BY SIZE
                " overdue" DELIMITED BY SIZE
                INTO EOText
             END-STRING
             PERFORM CallEmailOut
             IF EORoute NOT = 'P'
                ADD 1 TO EmailedCount
             END-IF
             IF NoticeCount > 1 AND EORoute NOT = 'E'
                MOVE ALL "-" TO WorkLine
                WRITE LetterLine FROM WorkLine
             END-IF
             PERFORM PrintTemplateLine
                VARYING TplSub FROM 1 BY 1
                UNTIL TplSub > TplCount
             MOVE 'C' TO EOAction
             PERFORM CallEmailOut
             MOVE 'P' TO EORoute.

          CallEmailOut.
             CALL "EMAILOUT" USING EOAction, EOProgName, IDNum,
                Email, NoEmailFlag, DelivPref, EODocRef, EOText,
                EORoute.

          LogOneNotice.
             OPEN EXTEND DunLogFile
             PERFORM SubstituteCityLine
             PERFORM SubstituteDate
             PERFORM SubstituteAmount
             IF EORoute NOT = 'E'
                WRITE LetterLine FROM WorkLine
             END-IF
             IF EORoute NOT = 'P'
                MOVE 'L' TO EOAction
                MOVE WorkLine TO EOText
                PERFORM CallEmailOut
             END-IF.

          SubstituteName.
             MOVE ZERO TO MarkTally
