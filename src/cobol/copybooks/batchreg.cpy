      *  each branch batch posts, and refuses to post a   *
      *  branch/batch combination already on the register *
      *  so an accidental rerun cannot double-post.        *
      *  ChequeClearProgram keeps its own register in the *
      *  same layout (CHQREG.DAT), keyed by the clearing  *
      *  source code from the file header, so a source    *
      *  code can never collide with a branch ID.         *
      *  ChequeClearProgram writes its entry with a zero  *
      *  item count before paying the first cheque and    *
      *  fills in the count and hash once the batch ends, *
      *  so an entry still at zero marks a run that was   *
      *  interrupted and may be resumed.                  *
      *****************************************************
       01  APPLIED-BATCH-RECORD.
           05  ABR-KEY.
