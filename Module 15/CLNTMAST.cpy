      *--------------------------------------------------------------*
      *   Client master record (CLNTMAST), 200 bytes.  One row per
      *   client, keyed by CL-CLIENT-NAME - the same name carried in
      *   PJ-CLIENT-NAME on the project master (PROJMSTR), which is
      *   how an invoice on INVREG finds its client: invoice ->
      *   project -> client.  Holds where statements and collection
      *   letters go (bill-to name and address), the payment terms
      *   an invoice falls due on, and who to chase when it doesn't.
      *--------------------------------------------------------------*
       01  CLIENT-MASTER-REC.
           05  CL-CLIENT-NAME               PIC X(25).
           05  CL-BILL-TO-NAME              PIC X(30).
           05  CL-BILL-TO-ADDR-1            PIC X(30).
           05  CL-BILL-TO-ADDR-2            PIC X(30).
           05  CL-BILL-TO-CITY-ST-ZIP       PIC X(30).
      *    Days after the invoice date the invoice falls due (030 =
      *    net 30).  Not numeric or zero is taken as net 30.
           05  CL-PAYMENT-TERMS-DAYS        PIC 9(03).
           05  CL-CONTACT-NAME              PIC X(25).
           05  CL-CONTACT-PHONE             PIC X(12).
           05  FILLER                       PIC X(15).
