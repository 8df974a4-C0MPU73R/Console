      *> Standing order record layout.
      *> Keyed file (STDORDER) - one record per recurring transfer
      *> instruction, keyed by the paying account and an order
      *> sequence. Set up, changed, and cancelled through the
      *> maintenance program (m.cob); read nightly by the standing
      *> order run (o.cob), which journals a memo-posted TRF/TRI pair
      *> for every active order due and moves SO_NEXT_DUE on.
      *> SO_FREQUENCY: W weekly, M monthly. A monthly order falls on
      *> SO_DUE_DAY of each month, or the month's last day when the
      *> month is shorter. SO_END_DATE zero means no end date.
      *> SO_STATUS: A active, C cancelled through m.cob, E ended
      *> (next due date passed the end date) - cancelled and ended
      *> orders keep their records so the history survives.
      *> SO_RETRY_COUNT counts the nights the current occurrence has
      *> failed (short of funds, account not active); once it passes
      *> the SORETRY parameter the occurrence is referred to a
      *> supervisor on the run report and the order moves on.
      *> SO_LAST_RUN is the business date the order was last taken
      *> by the nightly run, so a rerun of the same night never pays
      *> or counts a retry twice.
       01 STANDING-ORDER-RECORD.
             02 SO_KEY.
                   03 SO_FROM_USERNAME PIC X(20).
                   03 SO_SEQ PIC 9(3).
             02 SO_TO_USERNAME PIC X(20).
             02 SO_AMOUNT PIC 9(5)V99.
             02 SO_FREQUENCY PIC X(1).
             02 SO_DUE_DAY PIC 99.
             02 SO_NEXT_DUE PIC 9(8).
             02 SO_END_DATE PIC 9(8).
             02 SO_STATUS PIC X(1).
             02 SO_RETRY_COUNT PIC 99.
             02 SO_LAST_RUN PIC 9(8).
             02 SO_SET_UP_BY PIC X(20).
             02 SO_SET_UP_DATE PIC 9(8).
