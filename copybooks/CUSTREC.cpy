000130     05 CUST-STATUS PIC X.
000140         88 CUST-ACTIVE VALUE "A".
000150         88 CUST-INACTIVE VALUE "I".
000155         88 CUST-CHARGED-OFF VALUE "C".
000160     05 CUST-STATUS-DATE PIC 9(8).
