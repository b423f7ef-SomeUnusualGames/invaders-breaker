         05 lsr-lives-sum PIC 9(07).
         05 lsr-time-sum PIC 9(07).
         05 lsr-best-time PIC 9(05)V9(02).
      * Layout revision the row was earned on; a re-saved wave
      * starts a row of its own. Pre-revision rows read as 0.
         05 lsr-rev PIC 9(03).
