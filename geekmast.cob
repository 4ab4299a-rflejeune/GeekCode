      *Edited:        02 September 2026- Department code carried in    *
      *                                 the master record and on the   *
      *                                 exported tag line. (v. 0.2)    *
      *               15 October 2026 - -set and -delete stage the     *
      *                                 change in geekcode.pend for a  *
      *                                 second operator to approve     *
      *                                 with geekapprove; -emergency   *
      *                                 applies it at once, flagged in *
      *                                 the audit record. (v. 0.3)     *
      *               15 October 2026 - Opt-out flag carried in the    *
      *                                 master record (one byte on the *
      *                                 end - rebuild geekcode.mst     *
      *                                 with -build) and in column 80  *
      *                                 of the tag line; -set ID       *
      *                                 OPTOUT=Y or N changes it.      *
      *                                 (v. 0.4)                       *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *                      update one category of one employee -     *
      *                      any employee, not just whoever enrolled   *
      *                      last - with the same validation           *
      *                      geekcode's own -set applies;              *
      *                      OPTOUT=Y or OPTOUT=N sets or clears the   *
      *                      employee's opt-out flag the same way      *
      *     -delete ID       remove one employee                       *
      *                                                                *
      *   -set and -delete are dual-controlled: the change is checked  *
      *   and staged in geekcode.pend under the operator's name, and   *
      *   only reaches the master (and geekcode.audit) when another    *
      *   operator approves it in geekapprove.  "-emergency" in front  *
      *   of either applies it at once instead; the audit record then  *
      *   carries the operator and the word EMERGENCY where an         *
      *   approved change carries the approver.                        *
      ******************************************************************

       environment division.
                                       file status is ws-cat-status.
           select optional geek-audit  assign to "geekcode.audit"
                                       organization is line sequential.
           select optional geek-pend   assign to "geekcode.pend"
                                       organization is line sequential.
           select optional geek-lock-owner
                                       assign to "geekcode.lock/owner"
                                       organization is line sequential.
           05  mast-line2              pic x(80).
           05  mast-line3              pic x(80).
           05  mast-line4              pic x(80).
           05  mast-optout             pic x(01).
               88  mast-opted-out                     value "Y".

       fd  geek-sig.
       01  geek-input-rec              pic x(80).
       01  geek-cat-rec                pic x(340).

       fd  geek-audit.
       01  geek-audit-rec              pic x(160).

       fd  geek-pend.
       01  geek-pend-rec               pic x(120).

       fd  geek-lock-owner.
       01  geek-lock-owner-rec         pic x(40).
       77  ws-cl-rest                  pic x(100)    value spaces.
       77  ws-cl-ptr                   pic 9(3)      value 1.

       01  ws-emergency-flag           pic x         value "n".
           88  ws-emergency                           value "y".

       77  ws-operator                 pic x(20)     value spaces.

       77  ws-mast-status              pic xx        value spaces.

       01  ws-mast-eof-flag            pic x         value "n".
      *-----------------------------------------------------------------
      * Change-audit, the same geekcode.audit record 96000-write-audit
      * appends in geekcode: id, date/time, run mode, and the category
      * with before and after codes where one was changed.  An
      * -emergency change adds the operator and EMERGENCY.
      *-----------------------------------------------------------------
       77  ws-audit-line               pic x(160)    value spaces.
       77  ws-audit-ptr                pic 9(03)     value 1.
       77  ws-audit-stamp              pic x(19)     value spaces.
       77  ws-audit-mode               pic x(09)     value spaces.
       77  ws-audit-cat                pic x(08)     value spaces.
       77  ws-audit-old                pic x(08)     value spaces.
       77  ws-audit-new                pic x(08)     value spaces.
       77  ws-audit-maker              pic x(20)     value spaces.
       77  ws-audit-checker            pic x(20)     value spaces.

      *-----------------------------------------------------------------
      * The geekcode.pend record, written the same way by every
      * program that stages a change: fixed columns with "|" between
      * them so the file also reads by eye.  Action is "set" or
      * "delete"; a delete carries no category or codes.
      *-----------------------------------------------------------------
       01  ws-pend-rec.
           05  ws-pend-stamp           pic x(19)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-pend-oper            pic x(20)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-pend-emp             pic x(20)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-pend-action          pic x(08)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-pend-cat             pic x(08)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-pend-old             pic x(08)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-pend-new             pic x(08)     value spaces.
           05  filler                  pic x(01)     value "|".
           05  ws-pend-source          pic x(10)     value spaces.
           05  filler                  pic x(12)     value spaces.

       procedure division.

       10000-setup.
           accept ws-cl-args from command-line end-accept
           perform 93000-parse-cmdln
           if ws-emergency and not ws-mode-set and not ws-mode-delete
               display "geekmast: -emergency applies only to -set "
                   "and -delete."
               end-display
               perform 94000-terminate
           end-if
           perform 10100-load-geekcat.

       10100-load-geekcat.
               else
                   move spaces to ws-dept
               end-if
               if ws-sig-line (80:1) = "Y"
                   move "Y" to ws-optout
               else
                   move "N" to ws-optout
               end-if
               add 1 to ws-scan-cnt
               perform 21300-read-block
               perform 21400-load-block
           move ws-block-line (4)   to mast-line1
           move ws-block-line (5)   to mast-line2
           move ws-block-line (6)   to mast-line3
           move ws-block-line (7)   to mast-line4
           move ws-optout           to mast-optout.

      *-----------------------------------------------------------------
      * 22000-export-master walks the master in key order and rebuilds
                  "  Dept: "      delimited by size
                  mast-dept       delimited by size
               into ws-tag-line
           end-string
           if mast-opted-out
               move "Y" to ws-tag-line (80:1)
           end-if.

       23000-get-employee.
           open input geek-mast
      * 24000-set-employee updates one category of one keyed record:
      * validate the category and value the way geekcode's own
      * 95205/95206 do, parse the stored data lines back into the
      * answer fields and capture the before code.  Normally that is
      * as far as it goes - the change is staged for approval.  With
      * -emergency it is applied, the lines rebuilt and the record
      * rewritten in place.
      *-----------------------------------------------------------------
       24000-set-employee.
           perform 95205-validate-set-cat
               end-if
           end-if
           if not ws-set-invalid
               perform 97000-acquire-lock
               perform 96300-set-operator
               open i-o geek-mast
               if ws-mast-status not = "00" and "05"
                   display "geekmast: cannot open 'geekcode.mst' "
                           "'."
                       end-display
                   not invalid key
                       if ws-emergency
                           perform 24100-apply-set
                       else
                           perform 24200-stage-set
                       end-if
               end-read
               close geek-mast
           end-if.
           display "Updated " ws-set-cat " for " ws-emp-id "."
           end-display.

       24200-stage-set.
           perform 95230-parse-block
           perform 96100-capture-old-value
           if ws-audit-old = ws-set-val
               display "geekmast: '" ws-emp-id "' already holds "
                   ws-set-val " for " ws-set-cat " - nothing staged."
               end-display
           else
               move "set"        to ws-pend-action
               move ws-set-cat   to ws-pend-cat
               move ws-audit-old to ws-pend-old
               move ws-set-val   to ws-pend-new
               perform 96200-stage-change
               display "Staged " ws-set-cat " for " ws-emp-id
                   " - waiting for approval in geekapprove."
               end-display
           end-if.

       25000-delete-employee.
           perform 97000-acquire-lock
           perform 96300-set-operator
           open i-o geek-mast
           if ws-mast-status not = "00" and "05"
               display "geekmast: cannot open 'geekcode.mst' "
                   display "geekmast: no entry for '" ws-emp-id "'."
                   end-display
               not invalid key
                   if ws-emergency
                       perform 25100-apply-delete
                   else
                       move "delete" to ws-pend-action
                       move spaces   to ws-pend-cat ws-pend-old
                                        ws-pend-new
                       perform 96200-stage-change
                       display "Staged deletion of '" ws-emp-id
                           "' - waiting for approval in geekapprove."
                       end-display
                   end-if
           end-read
           close geek-mast.

       25100-apply-delete.
           delete geek-mast record
           end-delete
           move "delete" to ws-audit-mode
           move spaces   to ws-audit-cat ws-audit-old
                            ws-audit-new
           perform 96000-write-audit
           display "Deleted entry for '" ws-emp-id "'."
           end-display.

      *-----------------------------------------------------------------
      * The validation, parse, apply and rebuild paragraphs below are
      * the same ones geekcode's "-set" path uses, working against
                        or "JEOP" or "ROLE" or "MAGIC" or "TV"
                        or "BOOKS" or "DOOM" or "BARNEY" or "EDUC"
                        or "MUSIC" or "HOUSE" or "FRIENDS" or "REL"
                        or "NUT" or "SEX" or "OPTOUT"
               continue
           else
               set ws-set-invalid to true
               perform 95208-validate-unix-val
           else if ws-set-cat = "SEX"
               perform 95209-validate-sex-val
           else if ws-set-cat = "OPTOUT"
               if ws-set-val not = "Y" and not = "N"
                   set ws-set-invalid to true
               end-if
           else
               move ws-set-cat to ws-lookup-cat
               move ws-set-val to ws-lookup-code
               move ws-set-val to ws-nut
           else if ws-set-cat = "SEX"
               move ws-set-val to ws-code-sex
           else if ws-set-cat = "OPTOUT"
               move ws-set-val to mast-optout
           end-if.

       96100-capture-old-value.
               move ws-nut to ws-audit-old
           else if ws-set-cat = "SEX"
               move ws-code-sex to ws-audit-old
           else if ws-set-cat = "OPTOUT"
               if mast-opted-out
                   move "Y" to ws-audit-old
               else
                   move "N" to ws-audit-old
               end-if
           end-if.

      *-----------------------------------------------------------------
           end-string

           move spaces to ws-audit-line
           move 1      to ws-audit-ptr
           string ws-emp-id      delimited by size
                  "|"            delimited by size
                  ws-audit-stamp delimited by size
                  "|"            delimited by size
                  ws-audit-new   delimited by space
               into ws-audit-line
               with pointer ws-audit-ptr
           end-string
           if ws-audit-maker not = spaces
               string "|"              delimited by size
                      ws-audit-maker   delimited by space
                      "|"              delimited by size
                      ws-audit-checker delimited by space
                   into ws-audit-line
                   with pointer ws-audit-ptr
               end-string
           end-if

           open extend geek-audit
           write geek-audit-rec from ws-audit-line
           end-write
           close geek-audit.

      *-----------------------------------------------------------------
      * 96200-stage-change appends one geekcode.pend record for
      * geekapprove, stamped now and under this operator's name.
      *-----------------------------------------------------------------
       96200-stage-change.
           accept ws-cur-date from date yyyymmdd end-accept
           accept ws-cur-time from time end-accept
           move spaces to ws-pend-stamp
           string ws-cur-date (1:4) delimited by size
                  "-"               delimited by size
                  ws-cur-date (5:2) delimited by size
                  "-"               delimited by size
                  ws-cur-date (7:2) delimited by size
                  " "               delimited by size
                  ws-cur-time (1:2) delimited by size
                  ":"               delimited by size
                  ws-cur-time (3:2) delimited by size
                  ":"               delimited by size
                  ws-cur-time (5:2) delimited by size
               into ws-pend-stamp
           end-string
           move ws-operator to ws-pend-oper
           move ws-emp-id   to ws-pend-emp
           move "geekmast"  to ws-pend-source

           open extend geek-pend
           write geek-pend-rec from ws-pend-rec
           end-write
           close geek-pend.

      *-----------------------------------------------------------------
      * 96300-set-operator: the operator is whoever the run lock
      * names.  An -emergency change is audited under that name with
      * EMERGENCY standing in for the approver.
      *-----------------------------------------------------------------
       96300-set-operator.
           perform 97150-read-lock-owner
           move ws-lock-owner to ws-operator
           if ws-emergency
               move ws-operator to ws-audit-maker
               move "EMERGENCY" to ws-audit-checker
           end-if.

       93000-parse-cmdln.
           move spaces to ws-cl-word1 ws-cl-word2 ws-cl-rest
           move 1     to ws-cl-ptr
               into ws-cl-word1
               with pointer ws-cl-ptr
           end-unstring
           if ws-cl-word1 = "-emergency" or "--emergency"
               set ws-emergency to true
               move spaces to ws-cl-word1
               unstring ws-cl-args delimited by all space
                   into ws-cl-word1
                   with pointer ws-cl-ptr
               end-unstring
           end-if
           if ws-cl-ptr <= length of ws-cl-args
               move ws-cl-args (ws-cl-ptr:) to ws-cl-rest
           end-if
               display "    -set ID cat=value     Update one category "
                   "of one employee"
               end-display
               display "    -set ID OPTOUT=Y|N    Set or clear the "
                   "employee's opt-out flag"
               end-display
               display "    -delete ID            Remove one employee"
               end-display
               display "    -emergency            Before -set or "
                   "-delete: apply at once"
               end-display
               display "                          instead of staging "
                   "for approval (audited)"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-v" or "-V" or "--version"
               display "geekmast 0.1" end-display
