       FD PAY-LINE-FILE.
       01 PAY-LINE-RECORD.
           05 PAYLINE-KEY.
               10 PAYLINE-EMPLOYEE-ID PIC 9(6).
      *Order the lines were built in: earnings first, then what
      *came out of pay in the order it was taken.
               10 PAYLINE-SEQUENCE PIC 9(3).
      *B base pay, P premium uplift, O overtime, T approved
      *one-time payment - earnings. A absence - unpaid leave or
      *the unpaid share of sick days, taken off the earnings
      *before gross. I income tax, S social insurance, G
      *garnishment, L loan or advance installment, R retirement
      *plan contribution, H benefit plan premium, D voluntary
      *deduction - taken out of pay. M the employer's retirement
      *plan match - shown on the advice but never part of gross or
      *taken out of pay.
           05 PAYLINE-TYPE PIC X(1).
               88 PAYLINE-EARNING VALUE "B" "P" "O" "T".
               88 PAYLINE-ABSENCE VALUE "A".
               88 PAYLINE-TAX VALUE "I" "S".
               88 PAYLINE-GARNISHMENT VALUE "G".
               88 PAYLINE-DEDUCTION VALUE "D".
               88 PAYLINE-LOAN VALUE "L".
               88 PAYLINE-PENSION VALUE "R".
               88 PAYLINE-PREMIUM VALUE "H".
               88 PAYLINE-EMPLOYER-MATCH VALUE "M".
      *The premium type, earnings code, tax country, garnishment
      *order number, benefit plan code, or deduction code the line
      *is for; LOAN and the loan number on an installment; PENS on
      *the retirement plan lines; UNPAID or SICK on an absence;
      *the week's first day on released overtime; spaces on base
      *pay and overtime.
           05 PAYLINE-CODE PIC X(10).
           05 PAYLINE-DESCRIPTION PIC X(20).
      *Premium and overtime hours; on an absence, the days priced
      *at the standard working day.
           05 PAYLINE-HOURS PIC 9(3)V99.
      *What was actually paid or taken this period.
           05 PAYLINE-AMOUNT PIC 9(7)V99.
      *What was due. Less than that is taken only when net pay runs
      *out, and the difference goes to the exception workbench.
           05 PAYLINE-DUE PIC 9(7)V99.
