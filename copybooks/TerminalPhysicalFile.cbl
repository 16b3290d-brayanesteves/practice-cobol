      *The plant time clocks, keyed by the terminal ID each one
      *stamps on its punches, with the branch it hangs in.
       SELECT TERMINAL-FILE
       ASSIGN TO "terminals.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TERMINAL-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS TERMINAL-FILE-STATUS.
