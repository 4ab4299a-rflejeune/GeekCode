      *                                                                *
      *Author. Randy LeJeune.                                          *
      *Date-written.  02 Sep 2026. (v. 0.1)                            *
      *Edited:        15 October 2026 - Worklist line of an opted-out  *
      *                                 employee ends in OPTOUT, so    *
      *                                 the re-interview keeps the     *
      *                                 flag. (v. 0.2)                 *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *   whose stamp is older, then writes geekcode.worklist - one    *
      *   line per stale hire in the exact space-delimited format      *
      *   geekcode's batch mode reads (id, department, then the        *
      *   numeric answers, then OPTOUT when the employee has opted     *
      *   out), pre-filled from the stored codes through the           *
      *   geekcat.tbl D-row ordinals.  A re-certification drive        *
      *   is then: run this report, hand out the worklist, feed the    *
      *   corrected lines back through "geekcode -f".  A stored code   *
      *   with no ordinal (damage, or a category the profile never     *
       77  ws-sig-ptr                  pic 9(3)      value 1.
       77  ws-tag-stamp                pic x(19)     value spaces.
       77  ws-tag-dept                 pic x(08)     value spaces.
       77  ws-tag-optout               pic x         value space.

      *-----------------------------------------------------------------
      * geekcat.tbl, read the same way 10100-load-geekcat reads it in
               else
                   move spaces to ws-tag-dept
               end-if
               move ws-sig-line (80:1) to ws-tag-optout
               add 1 to ws-scan-cnt
               perform 20250-note-roster-id
               perform 20300-collect-block
           end-if

           perform 22100-append-simple-tok
           if ws-tag-optout = "Y"
               string " OPTOUT" delimited by size
                   into ws-work-line
                   with pointer ws-work-ptr
               end-string
           end-if

           write geek-work-rec from ws-work-line
           end-write.
