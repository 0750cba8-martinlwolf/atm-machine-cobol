      ******************************************************************
      * Copybook:  PAYROLLREC.cpy
      * Purpose:   Shared employer bulk-credit (payroll) file layout
      *            (PAYROLL-IN.txt), posted nightly by PAYROLL-CREDIT.
      *            The file holds one or more employer batches, each a
      *            type H header row - the employer's CBU, the value
      *            date, and the item count and control total of the
      *            detail rows that follow it - then one type D row per
      *            employee to be paid: the employee's CBU, the amount
      *            and the employer's own reference for the item.
      ******************************************************************
       01  PAYROLL-RECORD.
           05 PB-RECORD-TYPE           PIC X(01).
               88 PB-IS-HEADER             VALUE "H".
               88 PB-IS-DETAIL             VALUE "D".
           05 PB-HEADER-DATA.
               10 PB-EMPLOYER-CBU      PIC 9(22).
               10 PB-VALUE-DATE        PIC X(08).
               10 PB-ITEM-COUNT        PIC 9(06).
               10 PB-CONTROL-TOTAL     PIC 9(18)V99.
               10 FILLER               PIC X(06).
           05 PB-DETAIL-DATA REDEFINES PB-HEADER-DATA.
               10 PB-EMPLOYEE-CBU      PIC 9(22).
               10 PB-AMOUNT            PIC 9(18)V99.
               10 PB-REFERENCE         PIC X(20).
