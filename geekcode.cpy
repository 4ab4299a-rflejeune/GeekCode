      * space-delimited fields it holds, so a short or malformed line
      * is rejected with one clear message up front instead of being
      * discovered piecemeal, category by category, partway through
      * the interview.  ws-batch-last-tok keeps the last field seen,
      * where a trailing OPTOUT would sit.
      *-----------------------------------------------------------------
       77  ws-batch-cnt-ptr            pic 9(3)      value 1.
       77  ws-batch-cnt-tok            pic x(20)     value spaces.
       77  ws-batch-tok-cnt            pic 9(3)      value zeroes.
       77  ws-batch-min-fields         pic 9(3)      value zeroes.
       77  ws-batch-last-tok           pic x(20)     value spaces.

       01  ws-batch-flag               pic x         value "n".
           88  ws-batch-mode                         value "y".
      * read back as a blank department.
      *-----------------------------------------------------------------
       77  ws-dept                     pic x(08)     value spaces.

      *-----------------------------------------------------------------
      * Opt-out flag: "Y" when the employee has asked to be left out of
      * everything that prints or extracts individual profiles - the
      * book, the decoded listing, the HR extract, the matcher and the
      * published signatures.  Answered at interview time (or as a
      * trailing OPTOUT on a batch line) and carried in column 80 of
      * the tag line, after the department.  Older tag lines have a
      * space there and read back as not opted out.
      *-----------------------------------------------------------------
       01  ws-optout                   pic x         value "N".
           88  ws-opted-out                          value "Y".
