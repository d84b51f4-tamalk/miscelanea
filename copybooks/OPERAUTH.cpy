      *          keyed on OA-OPERATOR-ID in the indexed
      *          OPERAUTH.DAT, saying what that operator may do.
      *          Maintained by OPERMNT; checked at startup by the
      *          update programs (CUSTMAINT, CUSTREST, CUSTRELD,
      *          ACCTMNT, EXCPWORK, CUSTMERG, CUSTFWD, BRCHCONS,
      *          ADLTWORK, ALRTREV), which write a denied attempt to
      *          the audit log and end instead of running, and by
      *          AUDCHAIN when asked to acknowledge a chain break. The
      *          audit trail already proved who did a thing; this
      *          file is what stops the thing being done at all.
      *          OA-ADMIN-AUTH gates OPERMNT itself - without it
      *          any operator could grant themselves the other
      *          authorities and the whole control would be hollow -
      *          and likewise the control work no ordinary operator
      *          should do: reviewing a suspicious-activity alert in
      *          ALRTREV and acknowledging an audit chain break in
      *          AUDCHAIN (AUDITACK=Y).
      ******************************************************************
       01 OPERATOR-AUTH-RECORD.
           05 OA-OPERATOR-ID              PIC X(20).
