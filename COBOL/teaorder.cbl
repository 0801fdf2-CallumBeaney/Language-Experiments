
       FD  SUPPLIER-MASTER-FILE
           RECORDING MODE IS F.

       COPY SUPPREC.

       FD  LEDGER-FILE
           RECORDING MODE IS F.

       FD  PURCHASE-ORDER-FILE
           RECORDING MODE IS F.

       COPY PORDREC.

       FD  PO-REGISTER-FILE
           RECORDING MODE IS F.
