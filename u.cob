      *>   freshly defined cluster. New fields start at their safe
      *>   defaults: balance and fail count zero, role teller, prior
      *>   password/PIN values zero, change-at-next-sign-on forced so
      *>   every operator picks fresh credentials on the new master,
      *>   and product CHK (checking) until maintenance assigns the
      *>   account its real product.
      *>   The command line names the one account to convert with
      *>   supervisor authority - without it no converted account
      *>   could sign on to the maintenance program.
      *>   Flat image of one current-layout ACCOUNT record - the
      *>   length must match the record layout in the ACCOUNT
      *>   copybook, same as the backup utility's backup file.
           01 CONVERT-RECORD PIC X(105).
           FD  CONVERT-REPORT.
           01 CNV-LINE PIC X(80).

           MOVE ZERO TO A_PREV_PASS2.
           MOVE ZERO TO A_PREV_PIN1.
           MOVE ZERO TO A_PREV_PIN2.
           MOVE "CHK" TO A_PRODUCT.
           EVALUATE O_STATUS
               WHEN "A"
                   ADD 1 TO WS-ACTIVE-COUNT
