000010*----------------------------------------------------------------
000020* ITEMPCL - ITEM ACTIVITY PERIOD CLOSE CONTROL, ONE RECORD
000030* REMEMBERING THE LAST MONTH THE MONTH-END CLOSE (ITMCLOSE) HAS
000040* CLOSED, WHEN, BY WHOM AND WHAT IT SNAPPED. THE POSTING STEP
000050* (ADD01PST) READS IT BEFORE IT POSTS: A RUN DATED IN A CLOSED
000060* MONTH IS REFUSED, AND SO IS A RUN THAT WOULD ROLL THE BUCKETS
000070* PAST A MONTH NOBODY HAS CLOSED YET. NO RECORD ON FILE MEANS
000080* NO MONTH HAS EVER BEEN CLOSED AND NOTHING IS LOCKED.
000090*----------------------------------------------------------------
000100 01  PERIOD-CLOSE-RECORD.
000110     05  PCL-LAST-CLOSED-MONTH   PIC 9(06).
000120     05  PCL-CLOSE-DATE          PIC 9(08).
000130     05  PCL-CLOSE-TIME          PIC 9(08).
000140     05  PCL-CLOSED-BY           PIC X(08).
000150     05  PCL-ITEMS-SNAPPED       PIC 9(07).
000160     05  PCL-MTD-EXTENSION       PIC S9(11)V99.
