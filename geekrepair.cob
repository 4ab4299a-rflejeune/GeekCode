      *                                                                *
      *Author. Randy LeJeune.                                          *
      *Date-written.  02 Sep 2026. (v. 0.1)                            *
      *Edited:        15 October 2026 - The opt-out flag in column 80  *
      *                                 of the damaged tag line is     *
      *                                 kept on the rebuilt one.       *
      *                                 (v. 0.2)                       *
      *                                                                *
      ******************************************************************
      ******************************************************************
           else
               move spaces to ws-tag-dept
           end-if
           if ws-unit-line (2) (80:1) = "Y"
               move "Y" to ws-optout
           else
               move "N" to ws-optout
           end-if

           move spaces to ws-type    ws-dress ws-hair ws-shape
                          ws-glasses ws-pens  ws-auto ws-age
                  ws-tag-dept       delimited by size
               into ws-tag-line
           end-string
           if ws-opted-out
               move "Y" to ws-tag-line (80:1)
           end-if

           perform 26000-rebuild-unit-lines

