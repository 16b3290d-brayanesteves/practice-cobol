      *One-time payments - spot and sign-on bonuses, referral
      *awards and the like - keyed by employee and a running number,
      *held until a second person approves them and then paid once
      *by the next pay run. Base salary is never touched.
       SELECT ONE-TIME-PAY-FILE
       ASSIGN TO "onetime.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ONETIME-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ONE-TIME-PAY-STATUS.
