       01 ENDLESS-RECORD.
      * One finished endless run per line, kept sorted deepest wave
      * first and score within the wave, so rank 1 is the record.
      * The evidence rides along the way HISCORE-EVIDENCE.DAT keeps
      * it for the main boards: the run's seed, the score it carried
      * into its last wave (where its track starts), the track
      * checksum and the attestation over track, seed and score,
      * with the difficulty and promo multiplier it was played at.
         05 eb-initials PIC X(03).
         05 eb-depth PIC 9(03).
         05 eb-score PIC 9(06).
         05 eb-date PIC X(08).
         05 eb-seed PIC 9(09).
         05 eb-base PIC 9(06).
         05 eb-track PIC 9(04).
         05 eb-attest PIC 9(04).
         05 eb-difficulty PIC 9(01).
         05 eb-promo PIC 9(01).
