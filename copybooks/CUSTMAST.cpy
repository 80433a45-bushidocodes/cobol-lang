      ******************************************************************
      *    COPYBOOK:    CUSTMAST
      *    PURPOSE:     Customer master for the invoiced sales out of
      *                 MultipleTwoNumbers, keyed on customer number:
      *                 bill-to name and address, the customer class
      *                 the quantity-break discounts are quoted by,
      *                 and the tax jurisdiction the sale is taxed
      *                 in.  A tax-exempt customer carries 'E' and
      *                 the exemption certificate number; exempt
      *                 status with no certificate on file is not
      *                 honoured.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CUS-CUSTOMER-NO         PIC X(08).
           05  CUS-NAME                PIC X(30).
           05  CUS-STREET              PIC X(30).
           05  CUS-CITY                PIC X(15).
           05  CUS-STATE               PIC X(02).
           05  CUS-ZIP                 PIC X(05).
           05  CUS-CLASS               PIC X(02).
           05  CUS-JURISDICTION        PIC X(06).
           05  CUS-TAX-STATUS          PIC X(01).
               88  CUS-TAX-EXEMPT      VALUE 'E'.
           05  CUS-EXEMPT-CERT-NO      PIC X(15).
