      *================================================================
      * PARTREC - one card of PARTTAB, the partition table that
      * splits HELLO's pass over ABCDIN into concurrent TRANS-ID key
      * ranges. One card per partition, in partition-number order
      * with ascending low keys: a partition starts at its own low
      * TRANS-ID and runs up to (not including) the next partition's
      * low TRANS-ID; the last partition runs to the end of the
      * file. Partition 01's low key is left blank (start of file).
      * Read by HELLO (its own range) and by HELLOMRG (which
      * partitions must have finished before the merge).
      *================================================================
       01 partition-card.
           05 part-number         pic 9(2).
           05 part-low-trans-id   pic x(6).
           05 filler              pic x(72).
