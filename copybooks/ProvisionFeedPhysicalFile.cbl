      *The day's joiners, movers and leavers for IT and building
      *access to act on - accounts to open, change or shut, and for
      *a leaver the live badges to deactivate - rebuilt on every run
      *of the provisioning feed.
       SELECT PROVISION-FEED-FILE
       ASSIGN TO "provision.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PROVISION-FEED-STATUS.
