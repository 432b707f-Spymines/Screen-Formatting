      ***************************************************************
      * MRGREC.CPY
      * Mail-merge data record.  One record per recipient on the
      * MRGDATA file the DOCMERGE driver reads; blank records and
      * records starting "*" are passed over.
      *
      * mrgRecipientKey identifies the recipient -- an account or
      * customer number -- and must be unique in the file: it is
      * what the merge results tie to the document ID the copy is
      * converted under.  mrgDest is the DISTLOAD destination the
      * copy is delivered to; blank leaves it to the ordinary
      * routing.  mrgFieldData carries the recipient's merge
      * fields as NAME=value pairs separated by "|", for example
      *     NAME=J. SMITH|ACCTNO=40017733|AMOUNT=$1,204.50
      * Every field the template uses must be there with a value,
      * and no field may be there that the template does not use.
      * A value cannot itself contain "|".
      *
      * Modification History
      * ---------------------------------------------------------
      * Date       Init  Description
      * 2026-10-15  TM    Original copybook.
      ***************************************************************
       01  mrgRecord.
           05  mrgRecipientKey     PIC X(20).
           05  FILLER              PIC X(1).
           05  mrgDest             PIC X(8).
           05  FILLER              PIC X(1).
           05  mrgFieldData        PIC X(970).
