           05  CM-WITHHOLD-FLAG  PIC X(1).
           05  CM-WITHHOLD-RATE  PIC 9V9999.
           05  CM-DELIVERY-PREF  PIC X(1).
           05  CM-UNDELIV-FLAG   PIC X(1).

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
                   PERFORM STORE-MASTER-LINK
           END-READ.

      *    A DECEASED CUSTOMER'S ACCOUNTS ARE STATEMENTED SINGLY TO
      *    THE ESTATE CONTACT, SO THEY DROP OFF THE COMBINED ONE.
       STORE-MASTER-LINK.
           IF CM-STATUS = 'C' OR CM-STATUS = 'E'
               EXIT PARAGRAPH
           END-IF
           IF CM-CUSTOMER-ID = SPACES
