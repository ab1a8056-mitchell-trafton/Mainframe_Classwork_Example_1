      *               'CG' - INVALID CAPITAL GAINS FLAG.            *
      *               'DU' - SUSPECTED DUPLICATE REQUEST.           *
      *               'DE' - INVALID EXCHANGE/TRANSFER DESTINATION. *
      *               'SP' - SPENDING-POLICY ALLOWANCE EXCEEDED.    *
      *             SUSP-RUN-DATE IS THE EFFECTIVE DATE OF THE RUN  *
      *             THAT REJECTED IT, SO THE SUSPENSE REPORT CAN    *
      *             AGE WHAT IS SITTING HERE.                        *
