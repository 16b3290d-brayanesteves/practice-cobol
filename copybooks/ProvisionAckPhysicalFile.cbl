      *Acknowledgments returned by IT and facilities, one line per
      *provisioning record actioned, matched back onto the
      *provisioning log.
       SELECT OPTIONAL PROVISION-ACK-FILE
       ASSIGN TO "provack.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PROVISION-ACK-STATUS.
