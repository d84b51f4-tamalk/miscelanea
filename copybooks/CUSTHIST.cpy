      * Purpose: Change-history record for the customer master. Every
      *          add, change, and delete against CUSTMAST.DAT (from
      *          VARIABLES2, VAR2BATCH, CUSTMAINT, CSVLOAD, CUSTREST,
      *          CUSTAGER, CUSTMERG, or BRCHCONS) also writes one of
      *          these, carrying the full before and after
      *          CUSTOMER-RECORD images with the operator and
      *          timestamp, so "what did this record look like
      *          before you changed it" can be answered from
      *          CUSTHIST.DAT (via CUSTHINQ) instead of not at all.
      *          An add has a blank before image; a delete has a
      *          blank after image.
      *          The live file is INDEXED on CH-KEY (NAM, timestamp,
      *          sequence) so CUSTHINQ reads just the customer asked
      *          about instead of the whole file front to back;
