      ******************************************************************
      * Copybook: CORRLINE.
      * Purpose: One print line of the CUSTLTR correspondence file
      *          (branch separator pages, letters, and the closing
      *          control page are all built into this single layout).
      ******************************************************************
       01 LETTER-LINE                      PIC X(80).
