      ***************************************************************
      * BHSREC.CPY
      * Billing history record.  BILLRUN appends one to BILLHIST
      * for every month it bills, once the register and the GL
      * extract are written, and reads them all back before it
      * bills anything: a month already on file is refused unless
      * the rerun flag is given, so a month is never charged back
      * twice by accident.  bhsRerun is "Y" on a deliberate rebill.
      * Amounts carry two implied decimal places.
      *
      * Modification History
      * ---------------------------------------------------------
      * Date       Init  Description
      * 2026-10-15  TM    Original copybook.
      ***************************************************************
       01  bhsRecord.
           05  bhsBillMonth        PIC 9(6).
           05  bhsRunDate          PIC 9(8).
           05  bhsRunTime          PIC 9(6).
           05  bhsRerun            PIC X(1).
           05  bhsRunCount         PIC 9(8).
           05  bhsAmount           PIC 9(9)V99.
