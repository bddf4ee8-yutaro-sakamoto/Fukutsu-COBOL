      *================================================================
      * REFHREC - shared record layout for REFHIST, the reference-
      * data change history KSDS, keyed on the date and time of the
      * change + the file changed + the number of the control card
      * in its deck. CODELOAD (CODEFILE), GLMAPLD (GLMAP) and
      * CALLOAD (CALFILE) each write one record for every add,
      * replace and delete they apply, holding the record as it
      * stood before the card (spaces for an add) and after it
      * (spaces for a delete), the loading job and the card image
      * that caused it. Every one of those decks is an action byte
      * followed by the record image, so REFHRPT can list the
      * changes by date range and file and turn the before-images
      * back into a deck that re-creates a file as it stood on an
      * earlier date.
      *================================================================
       01 ref-history-record.
           05 refh-key.
               10 refh-change-date pic x(8).
               10 refh-change-time pic x(8).
               10 refh-file-id     pic x(8).
               10 refh-card-no     pic 9(5).
           05 refh-job-name       pic x(8).
           05 refh-action         pic x.
               88 refh-is-add         value "A".
               88 refh-is-replace     value "R".
               88 refh-is-delete      value "D".
           05 refh-ref-key        pic x(8).
           05 refh-before-image   pic x(40).
           05 refh-after-image    pic x(40).
           05 refh-card-image     pic x(80).
