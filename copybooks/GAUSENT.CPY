      ******************************************************************
      * GAUSENT.CPY
      * Desk entitlement record (entitle.txt): one line per user id
      * and desk the user may see -- the user sees every model the
      * registry files under that desk (REG-DESK) and no other. A
      * desk of *ALL sees every desk, unregistered ids included, and
      * is the only entitlement that may extract the whole master.
      * A user on more than one desk has one line per desk. The
      * user id is the GAUSS_USER the inquiry is run under. Kept by
      * hand, like chgrates.txt; GAUSENTL reads it for every inquiry
      * and extract program.
      ******************************************************************
           01 ENTITLEMENT-RECORD.
              05 ENT-USER              PIC X(8).
              05 FILLER                PIC X.
              05 ENT-DESK              PIC X(8).
                 88 ENT-ALL-DESKS      VALUE '*ALL'.
