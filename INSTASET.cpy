      *--------------------------------------------------------------
      *   Instrument asset register record - one per serial-numbered
      *   instrument, created by INSTRECV the day it is received
      *   against its INSTORD order (order number, vendor and cost
      *   carried from the order).  INSTCKO checks it out to a
      *   musician on an ARTIST-ACCT-NO and back in again and posts
      *   its servicing; INSTRPT lists what is due for maintenance
      *   and who has what; FAVRFP counts only checked-in
      *   instruments as available stock.  Carried run to run whole
      *   (INSTASET in, INSTASTO out - the LOANPOST master-out
      *   convention).
       01  INST-ASSET-REC.
           05  IA-SERIAL-NO             PIC X(12).
           05  IA-INSTRUMENT-TYPE       PIC X(06).
           05  IA-QUALITY-GRADE         PIC X(01).
           05  IA-ORDER-NO              PIC 9(06).
           05  IA-VENDOR-CODE           PIC X(06).
           05  IA-COST                  PIC 9(7)V99.
           05  IA-RECEIVED-DATE         PIC 9(08).
           05  IA-STATUS                PIC X(01).
               88  IA-CHECKED-IN        VALUE 'I'.
               88  IA-CHECKED-OUT       VALUE 'O'.
      *    Who has it, and for which tour - filled in at check-out,
      *    cleared at check-in.
           05  IA-ARTIST-ACCT-NO        PIC X(08).
           05  IA-MUSICIAN-LNAME        PIC X(15).
           05  IA-MUSICIAN-FNAME        PIC X(15).
           05  IA-TOUR-NAME             PIC X(10).
           05  IA-CHECKOUT-DATE         PIC 9(08).
      *    Zero until first serviced - the service year then runs
      *    from IA-RECEIVED-DATE.
           05  IA-LAST-SERVICE-DATE     PIC 9(08).
           05  FILLER                   PIC X(07).
