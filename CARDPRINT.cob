                88 CUSTOMER-COLLECTIONS      VALUE "C".
            05 CUSTOMER-CREDIT       PIC 9(005)V99.
            05 CUSTOMER-POINTS       PIC 9(005).
            05 CUSTOMER-TIER         PIC X(001).
            05 CUSTOMER-TIER-SCORE   PIC 9(003).

      *---------------------------- CARD STOCK OUTPUT
       FD MEMBER-CARDS.
