           05 CLEARANCE-KEY.
               10 CLEARANCE-EMPLOYEE-ID PIC 9(6).
               10 CLEARANCE-ITEM-CODE PIC X(4).
      *An item for one piece of company property is coded P and
      *the property item number, so each unreturned asset is its
      *own line on the checklist.
               10 CLEARANCE-PROPERTY-CODE
                   REDEFINES CLEARANCE-ITEM-CODE.
                   15 CLEARANCE-PROPERTY-MARK PIC X(1).
                   15 CLEARANCE-PROPERTY-ITEM PIC 9(3).
           05 CLEARANCE-CREATED-DATE PIC 9(8).
      *O open, S signed off.
           05 CLEARANCE-STATUS PIC X(1).
