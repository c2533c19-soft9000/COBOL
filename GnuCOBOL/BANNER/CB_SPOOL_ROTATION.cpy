*> describe paper that was already printed and archived, not banners
*> missing from the file, so they must neither count as mismatches
*> nor be requeued.
*> A restart that cuts a spool back instead (the statement run's
*> checkpoint restart) sets ROTATION_CUT_BANNERS to the number of
*> banner delimiters the cut took out: that many of the file's
*> latest claims then describe paper that was never kept, and the
*> reconcile takes them off. Zero -- the default -- is a rotation.
01 ROTATION-PARAMS.
   05 ROTATION_FILE_NAME PIC X(64).
   05 ROTATION_RESULT    PIC X VALUE 'N'.
      88 ROTATION_RECORDED VALUE 'Y'.
   05 ROTATION_CUT_BANNERS PIC 9(9) VALUE 0.
