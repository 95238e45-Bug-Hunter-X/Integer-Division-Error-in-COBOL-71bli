      *> then computed for the key. Before/after are full 80-byte
      *> TRANS-RECORD images so the journal stays valid even if the
      *> clerk's change ever touches more than the divisor.
      *> AJ-USERID/AJ-TERMID are always the maker. An override held
      *> for a second signature (see PENDREC) is journalled by
      *> DIVOVRAP when the nightly run picks up the decision, with
      *> the supervisor in AJ-CHECKER-USERID and AJ-DECISION saying
      *> what happened; DECLINED and STALE entries leave the master
      *> unchanged, so their after-image equals the before-image.
      *> Entries written before dual control carry a blank
      *> decision and count as DIRECT.
       01  AUDIT-RECORD.
           05  AJ-DATE                 PIC X(8).
           05  AJ-TIME                 PIC X(8).
           05  AJ-TERMID               PIC X(4).
           05  AJ-BEFORE-IMAGE         PIC X(80).
           05  AJ-AFTER-IMAGE          PIC X(80).
           05  AJ-CHECKER-USERID       PIC X(8).
           05  AJ-DECISION             PIC X(8).
               88  AJ-MASTER-CHANGED   VALUE 'DIRECT  ' 'APPROVED'
                                             SPACES.
               88  AJ-DIRECT           VALUE 'DIRECT  ' SPACES.
               88  AJ-APPROVED         VALUE 'APPROVED'.
               88  AJ-DECLINED         VALUE 'DECLINED'.
               88  AJ-STALE            VALUE 'STALE   '.
