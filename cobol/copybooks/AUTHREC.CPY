      ***************************************************************
      * AUTHREC.CPY
      * Requester authorization record.  The AUTHMAST indexed master
      * the AUTHMAINT program maintains from transaction cards says
      * who may queue documents for FORMBATCH and from where.  Each
      * requester has one record of each kind below, all keyed by
      * requester ID first.  The requester's own kind code sorts
      * ahead of the grant kinds in ASCII and EBCDIC alike, so a
      * walk in key order meets each requester's record first and
      * its grants right behind it:
      *
      *   autKind A  the requester: name, status, dates.  autValue
      *              is blank.
      *   autKind D  a source-directory grant: autValue is the
      *              directory the requester may submit files from,
      *              exactly as the queue entry's filename spells it
      *              up to the last slash ("." for a bare name).
      *   autKind P  a print-profile grant: autValue is a profile
      *              filename the requester may print under.
      *
      * A grant whose autValue is "*" covers every directory or
      * every profile.  A value too long for autValue can only be
      * covered by "*".
      *
      * autStatus (requester records): A active, R retired.  A
      * retired requester stays on file for history; everything
      * the requester queues is refused.
      *
      * Modification History
      * ---------------------------------------------------------
      * Date       Init  Description
      * 2026-10-15  TM    Original copybook.
      ***************************************************************
       01  autRecord.
           05  autKey.
               10  autRequesterId  PIC X(8).
               10  autKind         PIC X(1).
                   88  AUT-KIND-REQUESTER  VALUE "A".
                   88  AUT-KIND-DIRECTORY  VALUE "D".
                   88  AUT-KIND-PROFILE    VALUE "P".
               10  autValue        PIC X(240).
           05  autName             PIC X(40).
           05  autStatus           PIC X(1).
           05  autAddDate          PIC 9(8).
           05  autChangeDate       PIC 9(8).
