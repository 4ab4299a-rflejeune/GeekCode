       identification division.
       program-id. geekapprove.
      ******************************************************************
      *                                                                *
      *Author. Randy LeJeune.                                          *
      *Date-written.  15 Oct 2026. (v. 0.1)                            *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *   This program is free software; you can redistribute it       *
      *   and/or modify it under the terms of the GNU General Public   *
      *   License as published by the Free Software Foundation; either *
      *   version 2 of the License, or at your option) any later       *
      *   version.                                                     *
      *                                                                *
      *   This program is distributed in the hope that it will be      *
      *   useful, but WITHOUT ANY WARRANTY; without even the implied   *
      *   warranty of MERCHANTABILITY or FITNESS FOR A PARTICULAR      *
      *   PURPOSE.  See the GNU General Public License for more        *
      *   details.                                                     *
      *                                                                *
      *   You should have received a copy of the GNU General Public    *
      *   License along with this program; if not, write to the Free   *
      *   Software Foundation, Inc., 675 Mass Ave, Cambridge, MA 02139,*
      *                                                                *
      ******************************************************************
      ******************************************************************
      *   geekapprove is the checker's half of dual control over       *
      *   geekcode.mst.  geekmast -set, geekmast -delete, geekmaint    *
      *   and geekhrsync no longer change the master themselves; they  *
      *   stage each change in geekcode.pend with the submitting       *
      *   operator, the employee, the category and the old and new     *
      *   codes.  This run works down that queue one item at a time:   *
      *                                                                *
      *     A  approve - the change is applied through the same        *
      *        validation and geekcode.audit write geekmast -set or    *
      *        -delete uses, the audit record carrying both the        *
      *        submitter and the approver;                             *
      *     R  reject  - the item goes to the report with a reason;    *
      *     S  skip    - the item stays queued;                        *
      *     Q  quit    - everything not yet decided stays queued.      *
      *                                                                *
      *   An operator cannot approve their own submissions; they are   *
      *   passed over for someone else.  A set whose stored code has   *
      *   moved on since it was staged, or whose employee has gone,    *
      *   is rejected rather than applied over the newer data.  Items  *
      *   older than the expiry period (14 days unless -expire says    *
      *   otherwise) are dropped unapplied.  Rejected and expired      *
      *   items are displayed and appended to geekcode.pend.rpt.       *
      *                                                                *
      *   -list shows the queue and changes nothing.  Otherwise the    *
      *   geekcode.lock run lock is held for the whole run; the        *
      *   operator is the user name the lock records.                  *
      ******************************************************************

       environment division.

       configuration section.

           source-computer. ibm-686.
           object-computer. ibm-686.

       input-output section.

       file-control.
           select optional geek-mast   assign to "geekcode.mst"
                                       organization is indexed
                                       access mode is dynamic
                                       record key is mast-emp-id
                                       file status is ws-mast-status.
           select optional geek-pend   assign to "geekcode.pend"
                                       organization is line sequential.
           select geek-pend-new        assign to "geekcode.pend.new"
                                       organization is line sequential.
           select optional geek-rpt    assign to "geekcode.pend.rpt"
                                       organization is line sequential.
           select geek-cat             assign to "geekcat.tbl"
                                       organization is line sequential
                                       file status is ws-cat-status.
           select optional geek-audit  assign to "geekcode.audit"
                                       organization is line sequential.
           select optional geek-lock-owner
                                       assign to "geekcode.lock/owner"
                                       organization is line sequential.

       data division.

       file section.

       fd  geek-mast.
       01  mast-rec.
           05  mast-emp-id             pic x(20).
           05  mast-stamp              pic x(19).
           05  mast-dept               pic x(08).
           05  mast-version            pic x(20).
           05  mast-line1              pic x(80).
           05  mast-line2              pic x(80).
           05  mast-line3              pic x(80).
           05  mast-line4              pic x(80).
           05  mast-optout             pic x(01).
               88  mast-opted-out                     value "Y".

       fd  geek-pend.
       01  geek-pend-rec               pic x(120).

       fd  geek-pend-new.
       01  geek-pend-new-rec           pic x(120).

       fd  geek-rpt.
       01  geek-rpt-rec                pic x(200).

       fd  geek-cat.
       01  geek-cat-rec                pic x(340).

       fd  geek-audit.
       01  geek-audit-rec              pic x(160).

       fd  geek-lock-owner.
       01  geek-lock-owner-rec         pic x(40).

       working-storage section.

       copy "geekcode.cpy".

       77  ws-command                  pic x(160)    value spaces.
       77  ws-cl-args                  pic x(120)    value spaces.
       77  ws-cl-word1                 pic x(20)     value spaces.
       77  ws-cl-ptr                   pic 9(03)     value 1.
       77  ws-cl-len                   pic 9(02)     value zeroes.
       77  ws-return-sys-code          pic 9(8) comp value zeroes.

       01  ws-lock-flag                pic x         value "n".
           88  ws-lock-held                           value "y".

       01  ws-lock-eof-flag            pic x         value "n".
           88  ws-lock-eof                            value "y".

       77  ws-lock-try                 pic 9(02)     value zeroes.
       77  ws-lock-owner               pic x(40)     value spaces.
       77  ws-operator                 pic x(20)     value spaces.

       77  ws-mast-status              pic xx        value spaces.

       01  ws-mast-open-flag           pic x         value "n".
           88  ws-mast-open                           value "y".

       01  ws-list-flag                pic x         value "n".
           88  ws-list-mode                           value "y".

       01  ws-quit-flag                pic x         value "n".
           88  ws-quit                                value "y".

       77  ws-expire-days              pic 9(03)     value 14.

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

       01  ws-pend-eof-flag            pic x         value "n".
           88  ws-pend-eof                            value "y".

      *-----------------------------------------------------------------
      * The queue, held whole so it can be rewritten at the end with
      * only the undecided items left in it.  ws-item-disp is blank
      * while an item is still queued, then A, R or E.
      *-----------------------------------------------------------------
       77  ws-item-cnt                 pic 9(03)     value zeroes.
       77  ws-item-ix                  pic 9(03)     value zeroes.
       77  ws-item-no                  pic zz9       value zeroes.
       77  ws-item-of                  pic zz9       value zeroes.

       01  ws-item-tab.
           05  ws-item-entry           occurs 500 times.
               10  ws-item-rec         pic x(120).
               10  ws-item-disp        pic x(01).

       01  ws-item-full-flag           pic x         value "n".
           88  ws-item-full                           value "y".

      * Items past the 500th are carried over untouched when the
      * queue is rewritten: 25200 re-reads geekcode.pend and skips the
      * ws-item-cnt items already in the table.
       77  ws-pend-seen                pic 9(03)     value zeroes.

       77  ws-appr-cnt                 pic 9(03)     value zeroes.
       77  ws-rej-cnt                  pic 9(03)     value zeroes.
       77  ws-exp-cnt                  pic 9(03)     value zeroes.
       77  ws-left-cnt                 pic 9(03)     value zeroes.

       77  ws-answer                   pic x(10)     value spaces.
       77  ws-reason                   pic x(60)     value spaces.
       77  ws-now-val                  pic x(08)     value spaces.

      *-----------------------------------------------------------------
      * Day numbers for the expiry test: days since a fixed origin,
      * counted the civil-calendar way with March as the first month
      * so that 29 February falls at the end of its year.
      *-----------------------------------------------------------------
       77  ws-dn-date                  pic x(10)     value spaces.
       77  ws-dn-yy                    pic 9(04)     value zeroes.
       77  ws-dn-mm                    pic 9(02)     value zeroes.
       77  ws-dn-dd                    pic 9(02)     value zeroes.
       77  ws-dn-work                  pic 9(07)     value zeroes.
       77  ws-dn-days                  pic 9(07)     value zeroes.
       77  ws-today-days               pic 9(07)     value zeroes.
       77  ws-item-days                pic 9(07)     value zeroes.
       77  ws-age-days                 pic 9(07)     value zeroes.
       77  ws-age-show                 pic zzzzzz9   value zeroes.

       77  ws-run-stamp                pic x(19)     value spaces.

      *-----------------------------------------------------------------
      * geekcode.pend.rpt: one heading per run that rejects or expires
      * anything, then one row per item.
      *-----------------------------------------------------------------
       01  ws-rpt-started-flag         pic x         value "n".
           88  ws-rpt-started                         value "y".

       01  ws-rpt-row.
           05  ws-rpt-disp             pic x(09)     value spaces.
           05  filler                  pic x(01)     value space.
           05  ws-rpt-stamp            pic x(19)     value spaces.
           05  filler                  pic x(01)     value space.
           05  ws-rpt-oper             pic x(20)     value spaces.
           05  filler                  pic x(01)     value space.
           05  ws-rpt-emp              pic x(20)     value spaces.
           05  filler                  pic x(01)     value space.
           05  ws-rpt-action           pic x(07)     value spaces.
           05  ws-rpt-cat              pic x(08)     value spaces.
           05  ws-rpt-old              pic x(08)     value spaces.
           05  ws-rpt-new              pic x(09)     value spaces.
           05  ws-rpt-reason           pic x(60)     value spaces.

      *-----------------------------------------------------------------
      * geekcat.tbl, loaded the same way 10100-load-geekcat does in
      * geekcode, so an approved change validates here exactly as it
      * would there.
      *-----------------------------------------------------------------
       77  ws-cat-eof-flag             pic x         value "n".
           88  ws-cat-eof                             value "y".

       77  ws-cat-status               pic xx        value spaces.

       77  ws-cat-line                 pic x(340)    value spaces.
       77  ws-cat-type                 pic x         value space.
       77  ws-cat-cat                  pic x(08)     value spaces.
       77  ws-cat-grp                  pic x(02)     value spaces.
       77  ws-cat-seq                  pic x(02)     value spaces.
       77  ws-cat-fld                  pic x(30)     value spaces.
       77  ws-cat-lbl                  pic x(320)    value spaces.

       77  ws-hdr-cnt                  pic 9(03)     value zeroes.
       77  ws-dec-cnt                  pic 9(03)     value zeroes.

       01  ws-cat-hdr-tab.
           05  ws-cat-hdr-entry        occurs 48 times.
               10  ws-hdr-cat          pic x(08)     value spaces.
               10  ws-hdr-fld          pic x(30)     value spaces.
               10  ws-hdr-lbl          pic x(30)     value spaces.

       01  ws-cat-dec-tab.
           05  ws-cat-dec-entry        occurs 360 times.
               10  ws-dec-cat          pic x(08)     value spaces.
               10  ws-dec-code         pic x(08)     value spaces.
               10  ws-dec-desc         pic x(320)    value spaces.

       77  ws-lookup-cat               pic x(08)     value spaces.
       77  ws-lookup-code              pic x(08)     value spaces.
       77  ws-lookup-desc              pic x(320)    value spaces.
       77  ws-lookup-ix                pic 9(03)     value zeroes.

       01  ws-lookup-found-flag        pic x         value "n".
           88  ws-lookup-found                        value "y".

      *-----------------------------------------------------------------
      * The same category and value validation geekmast -set applies.
      *-----------------------------------------------------------------
       77  ws-set-cat                  pic x(08)     value spaces.
       77  ws-set-val                  pic x(08)     value spaces.
       77  ws-set-ptr                  pic 9(3)      value 1.

       01  ws-set-invalid-flag         pic x         value "n".
           88  ws-set-invalid                         value "y".

      *-----------------------------------------------------------------
      * Change-audit, the geekcode.audit record geekmast writes, with
      * the submitting and approving operators added on the end.
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

       procedure division.

       00000-control.
           perform 10000-setup
           perform 20000-process
           perform 30000-cleanup.

       10000-setup.
           accept ws-cl-args from command-line end-accept
           perform 93000-parse-cmdln
           perform 10050-set-today
           if not ws-list-mode
               perform 10100-load-geekcat
               perform 97000-acquire-lock
               perform 97150-read-lock-owner
               move ws-lock-owner to ws-operator
           end-if
           perform 10200-load-queue.

       10050-set-today.
           accept ws-cur-date from date yyyymmdd end-accept
           accept ws-cur-time from time end-accept
           move spaces to ws-run-stamp
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
               into ws-run-stamp
           end-string
           move ws-run-stamp (1:10) to ws-dn-date
           perform 96900-day-number
           move ws-dn-days to ws-today-days.

       10100-load-geekcat.
           move "n"    to ws-cat-eof-flag
           move zeroes to ws-hdr-cnt
           move zeroes to ws-dec-cnt
           open input geek-cat
           if ws-cat-status not = "00"
               display "geekapprove: cannot open 'geekcat.tbl' "
                   "(file status " ws-cat-status "), category catalog "
                   "is required - aborting."
               end-display
               perform 30000-cleanup
           end-if
           perform 10110-read-cat-line
           perform 10120-store-cat-line until ws-cat-eof
           close geek-cat
           if ws-hdr-cnt = 0
               display "geekapprove: 'geekcat.tbl' opened but "
                   "contained no category rows - aborting."
               end-display
               perform 30000-cleanup
           end-if.

       10110-read-cat-line.
           read geek-cat into ws-cat-line
               at end set ws-cat-eof to true
           end-read.

       10120-store-cat-line.
           move ws-cat-line (1:1) to ws-cat-type

           if ws-cat-type = "H"
               move spaces to ws-cat-cat ws-cat-grp ws-cat-seq
                              ws-cat-fld ws-cat-lbl
               unstring ws-cat-line delimited by "|"
                   into ws-cat-type ws-cat-cat ws-cat-grp ws-cat-seq
                        ws-cat-fld  ws-cat-lbl
               end-unstring
               add 1 to ws-hdr-cnt
               move ws-cat-cat to ws-hdr-cat (ws-hdr-cnt)
               move ws-cat-fld to ws-hdr-fld (ws-hdr-cnt)
               move ws-cat-lbl (1:30) to ws-hdr-lbl (ws-hdr-cnt)
           else
               if ws-cat-type = "D"
                   move spaces to ws-cat-cat ws-cat-seq ws-cat-lbl
                   unstring ws-cat-line delimited by "|"
                       into ws-cat-type ws-cat-cat ws-cat-seq
                            ws-cat-fld  ws-cat-lbl
                   end-unstring
                   add 1 to ws-dec-cnt
                   move ws-cat-cat         to ws-dec-cat (ws-dec-cnt)
                   move ws-cat-fld (1:8)   to ws-dec-code (ws-dec-cnt)
                   move ws-cat-lbl         to ws-dec-desc (ws-dec-cnt)
               end-if
           end-if

           perform 10110-read-cat-line.

       10200-load-queue.
           move "n"    to ws-pend-eof-flag
           move zeroes to ws-item-cnt
           open input geek-pend
           perform 10210-read-pend-line
           perform 10220-store-pend-line until ws-pend-eof
           close geek-pend
           if ws-item-full
               display "geekapprove: more than 500 items queued - "
                   "only the first 500 are handled this run, the rest "
                   "stay queued."
               end-display
           end-if.

       10210-read-pend-line.
           read geek-pend
               at end set ws-pend-eof to true
           end-read.

       10220-store-pend-line.
           if geek-pend-rec not = spaces
               if ws-item-cnt < 500
                   add 1 to ws-item-cnt
                   move geek-pend-rec to ws-item-rec (ws-item-cnt)
                   move space         to ws-item-disp (ws-item-cnt)
               else
                   set ws-item-full to true
               end-if
           end-if
           perform 10210-read-pend-line.

       20000-process.
           if ws-item-cnt = 0
               display "geekapprove: nothing is waiting in "
                   "'geekcode.pend'."
               end-display
           else if ws-list-mode
               perform 22000-list-item varying ws-item-ix from 1 by 1
                   until ws-item-ix > ws-item-cnt
               display " " end-display
               display ws-item-cnt " item(s) waiting for approval."
               end-display
           else
               perform 21000-review-queue
           end-if.

       21000-review-queue.
           open i-o geek-mast
           if ws-mast-status not = "00" and "05"
               display "geekapprove: cannot open 'geekcode.mst' "
                   "(file status " ws-mast-status ") - aborting."
               end-display
               perform 30000-cleanup
           end-if
           set ws-mast-open to true
           move ws-item-cnt to ws-item-of
           perform 23000-review-item varying ws-item-ix from 1 by 1
               until ws-item-ix > ws-item-cnt
           close geek-mast
           move "n" to ws-mast-open-flag
           perform 25000-rewrite-queue
           perform 20900-summary.

       20900-summary.
           display " " end-display
           display ws-appr-cnt " approved, " ws-rej-cnt " rejected, "
               ws-exp-cnt " expired, " ws-left-cnt
               " still waiting."
           end-display
           if ws-rej-cnt > 0 or ws-exp-cnt > 0
               display "geekapprove: rejected and expired items are "
                   "in 'geekcode.pend.rpt'."
               end-display
           end-if
           if ws-appr-cnt > 0
               display "geekapprove: run geekmast -export so "
                   "geekcode.sig follows the master."
               end-display
           end-if.

      *-----------------------------------------------------------------
      * 22000-list-item: one line per queued item for -list.
      *-----------------------------------------------------------------
       22000-list-item.
           move ws-item-rec (ws-item-ix) to ws-pend-rec
           perform 23050-item-age
           move ws-item-ix   to ws-item-no
           move ws-age-days  to ws-age-show
           display ws-item-no " " ws-pend-stamp " " ws-pend-oper
               " " ws-pend-emp " " ws-pend-action " " ws-pend-cat
               " " ws-pend-old " " ws-pend-new " " ws-pend-source
               ws-age-show " day(s)"
           end-display.

      *-----------------------------------------------------------------
      * 23000-review-item decides one queued item.  Expiry is tested
      * first, and still applies to the items left after a Q.
      *-----------------------------------------------------------------
       23000-review-item.
           move ws-item-rec (ws-item-ix) to ws-pend-rec
           perform 23050-item-age
           if ws-age-days > ws-expire-days
               move "EXPIRED"  to ws-rpt-disp
               move ws-age-days to ws-age-show
               move spaces to ws-reason
               string "waited" ws-age-show " days without approval"
                   delimited by size into ws-reason
               end-string
               perform 24000-report-item
               move "E" to ws-item-disp (ws-item-ix)
               add 1 to ws-exp-cnt
           else if ws-quit
               add 1 to ws-left-cnt
           else if ws-pend-oper = ws-operator
               move ws-item-ix to ws-item-no
               display " " end-display
               display "Item " ws-item-no " of " ws-item-of
                   ": your own submission for " ws-pend-emp
                   " - left for another operator."
               end-display
               add 1 to ws-left-cnt
           else
               perform 23100-show-item
               perform 23200-ask-decision
           end-if.

       23050-item-age.
           move zeroes to ws-age-days
           if ws-pend-stamp (1:4) numeric
               and ws-pend-stamp (6:2) numeric
               and ws-pend-stamp (9:2) numeric
               move ws-pend-stamp (1:10) to ws-dn-date
               perform 96900-day-number
               move ws-dn-days to ws-item-days
               if ws-today-days > ws-item-days
                   compute ws-age-days = ws-today-days - ws-item-days
                   end-compute
               end-if
           end-if.

       23100-show-item.
           move ws-item-ix to ws-item-no
           display " " end-display
           display "Item " ws-item-no " of " ws-item-of
               ": staged " ws-pend-stamp " by " ws-pend-oper
               " (" ws-pend-source ")"
           end-display
           if ws-pend-action = "delete"
               display "    DELETE employee " ws-pend-emp
                   " from geekcode.mst"
               end-display
           else
               display "    SET " ws-pend-cat " for " ws-pend-emp
                   " from '" ws-pend-old "' to '" ws-pend-new "'"
               end-display
           end-if.

       23200-ask-decision.
           move spaces to ws-answer
           perform 23210-prompt
               until ws-answer = "A" or "a" or "R" or "r"
                   or "S" or "s" or "Q" or "q"
           if ws-answer = "A" or "a"
               perform 23300-approve-item
           else if ws-answer = "R" or "r"
               display "Reason: " with no advancing end-display
               move spaces to ws-reason
               accept ws-reason end-accept
               if ws-reason = spaces
                   move "rejected by the approver" to ws-reason
               end-if
               perform 23900-reject-item
           else if ws-answer = "Q" or "q"
               set ws-quit to true
               add 1 to ws-left-cnt
           else
               add 1 to ws-left-cnt
           end-if.

       23210-prompt.
           display "A)pprove, R)eject, S)kip, Q)uit: "
               with no advancing
           end-display
           move spaces to ws-answer
           accept ws-answer end-accept.

      *-----------------------------------------------------------------
      * 23300-approve-item applies one item the way geekmast's own
      * 24100-apply-set and 25000-delete-employee do, against the
      * master as it stands now rather than as it stood at staging.
      *-----------------------------------------------------------------
       23300-approve-item.
           move ws-pend-emp to mast-emp-id ws-emp-id
           read geek-mast
               invalid key
                   move "the employee is no longer on file"
                       to ws-reason
                   perform 23900-reject-item
               not invalid key
                   perform 23310-apply-item
           end-read.

       23310-apply-item.
           move ws-pend-oper to ws-audit-maker
           move ws-operator  to ws-audit-checker
           if ws-pend-action = "delete"
               perform 23320-apply-delete
           else
               perform 23330-apply-set
           end-if.

       23320-apply-delete.
           delete geek-mast record
               invalid key
                   move "the record could not be deleted"
                       to ws-reason
                   perform 23900-reject-item
               not invalid key
                   move "delete" to ws-audit-mode
                   move spaces   to ws-audit-cat ws-audit-old
                                    ws-audit-new
                   perform 96000-write-audit
                   perform 23800-approved
                   display "    Deleted entry for '" ws-pend-emp "'."
                   end-display
           end-delete.

       23330-apply-set.
           move ws-pend-cat to ws-set-cat
           move ws-pend-new to ws-set-val
           move "n"         to ws-set-invalid-flag
           perform 95230-parse-block
           perform 96100-capture-old-value
           move ws-audit-old to ws-now-val
           perform 95205-validate-set-cat
           if not ws-set-invalid
               perform 95206-validate-set-val
           end-if
           if ws-now-val not = ws-pend-old
               move spaces to ws-reason
               string "the stored code is now '" ws-now-val
                   "', not '" ws-pend-old "'"
                   delimited by size into ws-reason
               end-string
               perform 23900-reject-item
           else if ws-set-invalid
               move "the new code is no longer valid in geekcat.tbl"
                   to ws-reason
               perform 23900-reject-item
           else
               perform 23340-rewrite-set
           end-if.

       23340-rewrite-set.
           perform 95225-apply-set-value
           perform 95240-rebuild-block
           rewrite mast-rec
               invalid key
                   move "the record could not be rewritten"
                       to ws-reason
                   perform 23900-reject-item
               not invalid key
                   move "master"   to ws-audit-mode
                   move ws-set-cat to ws-audit-cat
                   move ws-set-val to ws-audit-new
                   perform 96000-write-audit
                   perform 23800-approved
                   display "    Updated " ws-set-cat " for "
                       ws-pend-emp "."
                   end-display
           end-rewrite.

       23800-approved.
           move "A" to ws-item-disp (ws-item-ix)
           add 1 to ws-appr-cnt.

       23900-reject-item.
           move "REJECTED" to ws-rpt-disp
           perform 24000-report-item
           move "R" to ws-item-disp (ws-item-ix)
           add 1 to ws-rej-cnt.

      *-----------------------------------------------------------------
      * 24000-report-item displays one rejected or expired item and
      * appends it to geekcode.pend.rpt, under a heading naming the
      * run and the operator the first time in each run.
      *-----------------------------------------------------------------
       24000-report-item.
           open extend geek-rpt
           if not ws-rpt-started
               move spaces to geek-rpt-rec
               write geek-rpt-rec end-write
               move spaces to geek-rpt-rec
               string "Pending changes not applied - run "
                      ws-run-stamp " by " ws-operator
                   delimited by size into geek-rpt-rec
               end-string
               write geek-rpt-rec end-write
               set ws-rpt-started to true
           end-if
           move ws-pend-stamp  to ws-rpt-stamp
           move ws-pend-oper   to ws-rpt-oper
           move ws-pend-emp    to ws-rpt-emp
           move ws-pend-action to ws-rpt-action
           move ws-pend-cat    to ws-rpt-cat
           move ws-pend-old    to ws-rpt-old
           move ws-pend-new    to ws-rpt-new
           move ws-reason      to ws-rpt-reason
           write geek-rpt-rec from ws-rpt-row end-write
           close geek-rpt
           display "    " ws-rpt-disp " " ws-rpt-emp " " ws-reason
           end-display.

      *-----------------------------------------------------------------
      * 25000-rewrite-queue puts back only what is still undecided,
      * plus any items past the 500th this run never loaded, through
      * geekcode.pend.new and a rename.
      *-----------------------------------------------------------------
       25000-rewrite-queue.
           open output geek-pend-new
           perform 25100-keep-item varying ws-item-ix from 1 by 1
               until ws-item-ix > ws-item-cnt
           if ws-item-full
               perform 25200-keep-overflow
           end-if
           close geek-pend-new
           move "mv geekcode.pend.new geekcode.pend" to ws-command
           call "system" using ws-command
               giving ws-return-sys-code
           end-call
           if ws-return-sys-code not = 0
               display "geekapprove: could not replace "
                   "'geekcode.pend' - the decided items are still "
                   "listed in 'geekcode.pend.new'."
               end-display
           end-if.

       25100-keep-item.
           if ws-item-disp (ws-item-ix) = space
               write geek-pend-new-rec from ws-item-rec (ws-item-ix)
               end-write
           end-if.

       25200-keep-overflow.
           move "n"    to ws-pend-eof-flag
           move zeroes to ws-pend-seen
           open input geek-pend
           perform 10210-read-pend-line
           perform 25210-copy-overflow-line until ws-pend-eof
           close geek-pend.

       25210-copy-overflow-line.
           if geek-pend-rec not = spaces
               if ws-pend-seen < ws-item-cnt
                   add 1 to ws-pend-seen
               else
                   write geek-pend-new-rec from geek-pend-rec
                   end-write
               end-if
           end-if
           perform 10210-read-pend-line.

      *-----------------------------------------------------------------
      * 96900-day-number turns ws-dn-date (yyyy-mm-dd) into a day
      * count, so two dates can be subtracted.
      *-----------------------------------------------------------------
       96900-day-number.
           move ws-dn-date (1:4) to ws-dn-yy
           move ws-dn-date (6:2) to ws-dn-mm
           move ws-dn-date (9:2) to ws-dn-dd
           if ws-dn-mm < 3
               subtract 1 from ws-dn-yy
               add 12 to ws-dn-mm
           end-if
           compute ws-dn-days = 365 * ws-dn-yy + ws-dn-dd
           end-compute
           divide ws-dn-yy by 4   giving ws-dn-work
           add ws-dn-work to ws-dn-days
           divide ws-dn-yy by 100 giving ws-dn-work
           subtract ws-dn-work from ws-dn-days
           divide ws-dn-yy by 400 giving ws-dn-work
           add ws-dn-work to ws-dn-days
           compute ws-dn-work = (153 * (ws-dn-mm - 3) + 2) / 5
           end-compute
           add ws-dn-work to ws-dn-days.

      *-----------------------------------------------------------------
      * The validation, parse, apply and rebuild paragraphs below are
      * the same ones geekcode's "-set" path uses, working against
      * the master record's four data lines instead of a block held
      * out of the sequential file.
      *-----------------------------------------------------------------
       95205-validate-set-cat.
           if ws-set-cat = "TYPE"  or "DRESS" or "HAIR"  or "SHAPE"
                        or "GLASSES" or "PENS" or "AUTO" or "AGE"
                        or "WEIRD" or "VERBAGE" or "COMP" or "UNIX"
                        or "PERL" or "LINUX" or "386BSD" or "NEWS"
                        or "WEB" or "EMACS" or "KIBO" or "MS" or "MAC"
                        or "VMS" or "POL" or "CP" or "TREK" or "BAB"
                        or "JEOP" or "ROLE" or "MAGIC" or "TV"
                        or "BOOKS" or "DOOM" or "BARNEY" or "EDUC"
                        or "MUSIC" or "HOUSE" or "FRIENDS" or "REL"
                        or "NUT" or "SEX" or "OPTOUT"
               continue
           else
               set ws-set-invalid to true
           end-if.

       95206-validate-set-val.
           if ws-set-cat = "PENS"
               perform 95207-validate-pens-val
           else if ws-set-cat = "UNIX"
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
               perform 26660-find-desc
               if not ws-lookup-found
                   set ws-set-invalid to true
               end-if
           end-if.

       95207-validate-pens-val.
           if ws-set-val (1:1) = "p" and ws-set-val (2:1) numeric
                   and ws-set-val (2:1) not = "0"
                   and (ws-set-val (3:1) = "+" or space)
                   and ws-set-val (4:2) = spaces
               continue
           else if (ws-set-val (1:2) = "p?" or "!p")
                   and (ws-set-val (3:1) = "+" or space)
                   and ws-set-val (4:2) = spaces
               continue
           else
               set ws-set-invalid to true
           end-if.

       95208-validate-unix-val.
           move "FLAVOR"         to ws-lookup-cat
           move ws-set-val (1:2) to ws-lookup-code
           perform 26660-find-desc
           if not ws-lookup-found
               set ws-set-invalid to true
           else if ws-set-val (3:4) = "++++" or "+++ " or "++  "
                   or "+   " or "    " or "-   " or "--  " or "--- "
               continue
           else
               set ws-set-invalid to true
           end-if.

       95209-validate-sex-val.
           if ws-set-val (2:1) not = "x" and not = "y" and not = "z"
               set ws-set-invalid to true
           else if ws-set-val (1:1) = space and
                   (ws-set-val (3:4) = "++++" or "+++ " or "++  "
                       or "+   " or "-   " or "--  " or "*   "
                       or "**  " or "?   ")
               continue
           else if ws-set-val (1:1) = "!" and ws-set-val (3:4) = spaces
               continue
           else if ws-set-val (1:1) = "+" and ws-set-val (3:4) = "?   "
               continue
           else
               set ws-set-invalid to true
           end-if.

       26660-find-desc.
           move spaces to ws-lookup-desc
           move "n"    to ws-lookup-found-flag
           perform 26661-scan-dec-entry varying ws-lookup-ix from 1 by 1
               until ws-lookup-ix > ws-dec-cnt or ws-lookup-found.

       26661-scan-dec-entry.
           if ws-dec-cat (ws-lookup-ix) = ws-lookup-cat
                   and ws-dec-code (ws-lookup-ix) = ws-lookup-code
               move ws-dec-desc (ws-lookup-ix) to ws-lookup-desc
               set ws-lookup-found to true
           end-if.

       95230-parse-block.
           move spaces to ws-type    ws-dress ws-hair ws-shape
                          ws-glasses ws-pens  ws-auto ws-age
                          ws-weird   ws-verbage ws-comp
           unstring mast-line1 delimited by space
               into ws-type    ws-dress ws-hair ws-shape
                    ws-glasses ws-pens  ws-auto ws-age
                    ws-weird   ws-verbage ws-comp
           end-unstring

           move spaces to ws-unix  ws-perl ws-linux ws-386bsd
                          ws-news  ws-web  ws-mac   ws-vms
                          ws-pol   ws-cp
           unstring mast-line2 delimited by space
               into ws-unix  ws-perl ws-linux ws-386bsd
                    ws-news  ws-web  ws-mac   ws-vms
                    ws-pol   ws-cp
           end-unstring

           move spaces to ws-trek ws-bab ws-jeop ws-role ws-magic
                          ws-emacs ws-kibo ws-ms ws-tv
           unstring mast-line3 delimited by space
               into ws-trek ws-bab ws-jeop ws-role ws-magic
                    ws-emacs ws-kibo ws-ms ws-tv
           end-unstring

           move spaces to ws-books ws-doom ws-barney ws-educ
                          ws-music ws-house ws-rel ws-friends
                          ws-nut   ws-code-sex
           move 1 to ws-set-ptr
           unstring mast-line4 delimited by space
               into ws-books ws-doom ws-barney ws-educ
                    ws-music ws-house ws-rel ws-friends
                    ws-nut
               with pointer ws-set-ptr
           end-unstring
           move mast-line4 (ws-set-ptr:6) to ws-code-sex.

       95225-apply-set-value.
           if ws-set-cat = "TYPE"
               move ws-set-val to ws-type
           else if ws-set-cat = "DRESS"
               move ws-set-val to ws-dress
           else if ws-set-cat = "HAIR"
               move ws-set-val to ws-hair
           else if ws-set-cat = "SHAPE"
               move ws-set-val to ws-shape
           else if ws-set-cat = "GLASSES"
               move ws-set-val to ws-glasses
           else if ws-set-cat = "PENS"
               move ws-set-val to ws-pens
           else if ws-set-cat = "AUTO"
               move ws-set-val to ws-auto
           else if ws-set-cat = "AGE"
               move ws-set-val to ws-age
           else if ws-set-cat = "WEIRD"
               move ws-set-val to ws-weird
           else if ws-set-cat = "VERBAGE"
               move ws-set-val to ws-verbage
           else if ws-set-cat = "COMP"
               move ws-set-val to ws-comp
           else if ws-set-cat = "UNIX"
               move ws-set-val to ws-unix
           else if ws-set-cat = "PERL"
               move ws-set-val to ws-perl
           else if ws-set-cat = "LINUX"
               move ws-set-val to ws-linux
           else if ws-set-cat = "386BSD"
               move ws-set-val to ws-386bsd
           else if ws-set-cat = "NEWS"
               move ws-set-val to ws-news
           else if ws-set-cat = "WEB"
               move ws-set-val to ws-web
           else if ws-set-cat = "EMACS"
               move ws-set-val to ws-emacs
           else if ws-set-cat = "KIBO"
               move ws-set-val to ws-kibo
           else if ws-set-cat = "MS"
               move ws-set-val to ws-ms
           else if ws-set-cat = "MAC"
               move ws-set-val to ws-mac
           else if ws-set-cat = "VMS"
               move ws-set-val to ws-vms
           else if ws-set-cat = "POL"
               move ws-set-val to ws-pol
           else if ws-set-cat = "CP"
               move ws-set-val to ws-cp
           else if ws-set-cat = "TREK"
               move ws-set-val to ws-trek
           else if ws-set-cat = "BAB"
               move ws-set-val to ws-bab
           else if ws-set-cat = "JEOP"
               move ws-set-val to ws-jeop
           else if ws-set-cat = "ROLE"
               move ws-set-val to ws-role
           else if ws-set-cat = "MAGIC"
               move ws-set-val to ws-magic
           else if ws-set-cat = "TV"
               move ws-set-val to ws-tv
           else if ws-set-cat = "BOOKS"
               move ws-set-val to ws-books
           else if ws-set-cat = "DOOM"
               move ws-set-val to ws-doom
           else if ws-set-cat = "BARNEY"
               move ws-set-val to ws-barney
           else if ws-set-cat = "EDUC"
               move ws-set-val to ws-educ
           else if ws-set-cat = "MUSIC"
               move ws-set-val to ws-music
           else if ws-set-cat = "HOUSE"
               move ws-set-val to ws-house
           else if ws-set-cat = "FRIENDS"
               move ws-set-val to ws-friends
           else if ws-set-cat = "REL"
               move ws-set-val to ws-rel
           else if ws-set-cat = "NUT"
               move ws-set-val to ws-nut
           else if ws-set-cat = "SEX"
               move ws-set-val to ws-code-sex
           else if ws-set-cat = "OPTOUT"
               move ws-set-val to mast-optout
           end-if.

       96100-capture-old-value.
           move spaces to ws-audit-old
           if ws-set-cat = "TYPE"
               move ws-type to ws-audit-old
           else if ws-set-cat = "DRESS"
               move ws-dress to ws-audit-old
           else if ws-set-cat = "HAIR"
               move ws-hair to ws-audit-old
           else if ws-set-cat = "SHAPE"
               move ws-shape to ws-audit-old
           else if ws-set-cat = "GLASSES"
               move ws-glasses to ws-audit-old
           else if ws-set-cat = "PENS"
               move ws-pens to ws-audit-old
           else if ws-set-cat = "AUTO"
               move ws-auto to ws-audit-old
           else if ws-set-cat = "AGE"
               move ws-age to ws-audit-old
           else if ws-set-cat = "WEIRD"
               move ws-weird to ws-audit-old
           else if ws-set-cat = "VERBAGE"
               move ws-verbage to ws-audit-old
           else if ws-set-cat = "COMP"
               move ws-comp to ws-audit-old
           else if ws-set-cat = "UNIX"
               move ws-unix to ws-audit-old
           else if ws-set-cat = "PERL"
               move ws-perl to ws-audit-old
           else if ws-set-cat = "LINUX"
               move ws-linux to ws-audit-old
           else if ws-set-cat = "386BSD"
               move ws-386bsd to ws-audit-old
           else if ws-set-cat = "NEWS"
               move ws-news to ws-audit-old
           else if ws-set-cat = "WEB"
               move ws-web to ws-audit-old
           else if ws-set-cat = "EMACS"
               move ws-emacs to ws-audit-old
           else if ws-set-cat = "KIBO"
               move ws-kibo to ws-audit-old
           else if ws-set-cat = "MS"
               move ws-ms to ws-audit-old
           else if ws-set-cat = "MAC"
               move ws-mac to ws-audit-old
           else if ws-set-cat = "VMS"
               move ws-vms to ws-audit-old
           else if ws-set-cat = "POL"
               move ws-pol to ws-audit-old
           else if ws-set-cat = "CP"
               move ws-cp to ws-audit-old
           else if ws-set-cat = "TREK"
               move ws-trek to ws-audit-old
           else if ws-set-cat = "BAB"
               move ws-bab to ws-audit-old
           else if ws-set-cat = "JEOP"
               move ws-jeop to ws-audit-old
           else if ws-set-cat = "ROLE"
               move ws-role to ws-audit-old
           else if ws-set-cat = "MAGIC"
               move ws-magic to ws-audit-old
           else if ws-set-cat = "TV"
               move ws-tv to ws-audit-old
           else if ws-set-cat = "BOOKS"
               move ws-books to ws-audit-old
           else if ws-set-cat = "DOOM"
               move ws-doom to ws-audit-old
           else if ws-set-cat = "BARNEY"
               move ws-barney to ws-audit-old
           else if ws-set-cat = "EDUC"
               move ws-educ to ws-audit-old
           else if ws-set-cat = "MUSIC"
               move ws-music to ws-audit-old
           else if ws-set-cat = "HOUSE"
               move ws-house to ws-audit-old
           else if ws-set-cat = "FRIENDS"
               move ws-friends to ws-audit-old
           else if ws-set-cat = "REL"
               move ws-rel to ws-audit-old
           else if ws-set-cat = "NUT"
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
      * 95240-rebuild-block rebuilds the four data lines from the
      * answer fields, the same STRING layout 26510-build-print-lines
      * uses in geekcode, straight into the master record.
      *-----------------------------------------------------------------
       95240-rebuild-block.
           move spaces to mast-line1 mast-line2 mast-line3 mast-line4
           string ws-type           delimited by space
                  space             delimited by size
                  ws-dress          delimited by space
                  space             delimited by size
                  ws-hair           delimited by space
                  space             delimited by size
                  ws-shape          delimited by space
                  space             delimited by size
                  ws-glasses        delimited by space
                  space             delimited by size
                  ws-pens           delimited by space
                  space             delimited by size
                  ws-auto           delimited by space
                  space             delimited by size
                  ws-age            delimited by space
                  space             delimited by size
                  ws-weird          delimited by space
                  space             delimited by size
                  ws-verbage        delimited by space
                  space             delimited by size
                  ws-comp           delimited by space
           into mast-line1
           end-string

           string ws-unix           delimited by space
                  space             delimited by size
                  ws-perl           delimited by space
                  space             delimited by size
                  ws-linux          delimited by space
                  space             delimited by size
                  ws-386bsd         delimited by space
                  space             delimited by size
                  ws-news           delimited by space
                  space             delimited by size
                  ws-web            delimited by space
                  space             delimited by size
                  ws-mac            delimited by space
                  space             delimited by size
                  ws-vms            delimited by space
                  space             delimited by size
                  ws-pol            delimited by space
                  space             delimited by size
                  ws-cp             delimited by space
           into mast-line2
           end-string

           string ws-trek           delimited by space
                  space             delimited by size
                  ws-bab            delimited by space
                  space             delimited by size
                  ws-jeop           delimited by space
                  space             delimited by size
                  ws-role           delimited by space
                  space             delimited by size
                  ws-magic          delimited by space
                  space             delimited by size
                  ws-emacs          delimited by space
                  space             delimited by size
                  ws-kibo           delimited by space
                  space             delimited by size
                  ws-ms             delimited by space
                  space             delimited by size
                  ws-tv             delimited by space
           into mast-line3
           end-string

           string ws-books          delimited by space
                  space             delimited by size
                  ws-doom           delimited by space
                  space             delimited by size
                  ws-barney         delimited by space
                  space             delimited by size
                  ws-educ           delimited by space
                  space             delimited by size
                  ws-music          delimited by space
                  space             delimited by size
                  ws-house          delimited by space
                  space             delimited by size
                  ws-rel            delimited by space
                  space             delimited by size
                  ws-friends        delimited by space
                  space             delimited by size
                  ws-nut            delimited by space
                  space             delimited by size
                  ws-code-sex       delimited by size
           into mast-line4
           end-string.

       96000-write-audit.
           accept ws-cur-date from date yyyymmdd end-accept
           accept ws-cur-time from time end-accept
           move spaces to ws-audit-stamp
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
               into ws-audit-stamp
           end-string

           move spaces to ws-audit-line
           move 1      to ws-audit-ptr
           string ws-emp-id      delimited by size
                  "|"            delimited by size
                  ws-audit-stamp delimited by size
                  "|"            delimited by size
                  ws-audit-mode  delimited by space
                  "|"            delimited by size
                  ws-audit-cat   delimited by space
                  "|"            delimited by size
                  ws-audit-old   delimited by space
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

       93000-parse-cmdln.
           if ws-cl-args = "-h" or "-H" or "--help" or "/h" or "/?"
               display "Usage: geekapprove [options]" end-display
               display " " end-display
               display "Approve or reject the master changes staged in "
                   "geekcode.pend."
               end-display
               display " " end-display
               display "Options: " end-display
               display "    -h, --help            Display this message"
               end-display
               display "    -v, --version         Display version"
               end-display
               display "    -list                 List the queue; "
                   "change nothing"
               end-display
               display "    -expire DAYS          Drop items older than"
                   " DAYS days (default 14)"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-v" or "-V" or "--version"
               display "geekapprove 0.1" end-display
               display "Copyright (C) 2010-2026 Randy LeJeune"
               end-display
               perform 94000-terminate
           else
               move 1 to ws-cl-ptr
               perform 93100-next-word
               perform 93200-apply-option until ws-cl-word1 = spaces
           end-if.

       93100-next-word.
           move spaces to ws-cl-word1
           if ws-cl-ptr <= length of ws-cl-args
               unstring ws-cl-args delimited by all space
                   into ws-cl-word1
                   with pointer ws-cl-ptr
               end-unstring
           end-if.

       93200-apply-option.
           if ws-cl-word1 = "-list" or "--list"
               set ws-list-mode to true
               perform 93100-next-word
           else if ws-cl-word1 = "-expire" or "--expire"
               perform 93100-next-word
               perform 93300-check-number
               move ws-cl-word1 (1:ws-cl-len) to ws-expire-days
               perform 93100-next-word
           else
               display "geekapprove: invalid option." end-display
               display "Try `geekapprove -h' for more information."
               end-display
               perform 94000-terminate
           end-if.

       93300-check-number.
           move zeroes to ws-cl-len
           inspect ws-cl-word1 tallying ws-cl-len
               for characters before initial space
           if ws-cl-len = 0 or ws-cl-len > 3
               display "geekapprove: -expire needs a number of days "
                   "(1-999)."
               end-display
               perform 94000-terminate
           end-if
           if ws-cl-word1 (1:ws-cl-len) not numeric
               or ws-cl-word1 (1:ws-cl-len) = "0" or "00" or "000"
               display "geekapprove: '" ws-cl-word1 "' is not a "
                   "number of days (1-999)."
               end-display
               perform 94000-terminate
           end-if.

       94000-terminate.
           goback.

       30000-cleanup.
           if ws-mast-open
               close geek-mast
               move "n" to ws-mast-open-flag
           end-if
           perform 97100-release-lock
           perform 94000-terminate.

      *-----------------------------------------------------------------
      * Run-lock paragraphs, the same shape as geekcode's own
      * 97000/97050/97100/97150.
      *-----------------------------------------------------------------
       97000-acquire-lock.
           move zeroes to ws-lock-try
           perform 97050-try-lock
               until ws-lock-held or ws-lock-try > 30
           if not ws-lock-held
               perform 97150-read-lock-owner
               display "geekapprove: gave up waiting for the run lock "
                   "held by " ws-lock-owner "."
               end-display
               display "geekapprove: if that run is gone, remove the "
                   "geekcode.lock directory and retry."
               end-display
               perform 94000-terminate
           end-if.

       97050-try-lock.
           add 1 to ws-lock-try
           move "mkdir geekcode.lock 2>/dev/null" to ws-command
           call "system" using ws-command
               giving ws-return-sys-code
           end-call
           if ws-return-sys-code = 0
               set ws-lock-held to true
               move "id -un > geekcode.lock/owner" to ws-command
               call "system" using ws-command
               end-call
           else
               if ws-lock-try = 1
                   perform 97150-read-lock-owner
                   display "geekapprove: waiting for the run lock held "
                       "by " ws-lock-owner "..."
                   end-display
               end-if
               move "sleep 2" to ws-command
               call "system" using ws-command
               end-call
           end-if.

       97100-release-lock.
           if ws-lock-held
               move "rm -r geekcode.lock" to ws-command
               call "system" using ws-command
               end-call
               move "n" to ws-lock-flag
           end-if.

       97150-read-lock-owner.
           move spaces to ws-lock-owner
           move "n"    to ws-lock-eof-flag
           open input geek-lock-owner
           read geek-lock-owner into ws-lock-owner
               at end set ws-lock-eof to true
           end-read
           close geek-lock-owner
           if ws-lock-owner = spaces
               move "another run" to ws-lock-owner
           end-if.
