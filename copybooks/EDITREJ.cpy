      *               'DA' - EXCHANGE DESTINATION ALLOCATION NOT    *
      *                      1 THROUGH 3.                           *
      *               'DO' - TRANSFER DESTINATION ORCHESTRA BLANK.  *
      *               'OV' - COMMITTEE OVERRIDE NOT SPACE OR 'Y'.   *
      *               'PL' - PLEDGE ID ON A REQUEST THAT IS NOT A   *
      *                      DEPOSIT.                               *
      ***************************************************************

       01  EDIT-REJECT-RECORD.
