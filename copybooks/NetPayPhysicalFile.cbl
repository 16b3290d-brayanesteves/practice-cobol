      *One net-pay record per employee for the period, built by the
      *pay calculation from the payroll extract and everything that
      *adds to or comes out of pay - the figure the bank deposits,
      *instead of salary divided by twelve.
       SELECT NET-PAY-FILE
       ASSIGN TO "netpay.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS NETPAY-EMPLOYEE-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS NET-PAY-STATUS.
