       identification division.
       program-id. geekmaint.
      ******************************************************************
      *                                                                *
      *Author. Randy LeJeune.                                          *
      *Date-written.  15 Oct 2026. (v. 0.1)                            *
      *Edited:        15 October 2026 - Changes and deletions staged   *
      *                                 in geekcode.pend for approval  *
      *                                 in geekapprove; -emergency     *
      *                                 applies them at once, flagged  *
      *                                 in the audit record. (v. 0.2)  *
      *               15 October 2026 - Master record carries the      *
      *                                 opt-out flag, shown on the     *
      *                                 employee screen and changed    *
      *                                 as OPTOUT=Y or N. (v. 0.3)     *
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
      *   geekmaint is the interactive face of geekmast for HR staff:  *
      *   the same clear-screen, one-page-at-a-time style as the       *
      *   geekcode interview, over the indexed roster in geekcode.mst. *
      *                                                                *
      *     - the browse screen lists the master 15 ids at a time in   *
      *       key order; N and P page, J jumps to the first id at or   *
      *       after a partial id, a line number opens that employee;   *
      *     - the employee screen shows the profile decoded one        *
      *       category per line with the geekcat.tbl labels, and       *
      *       takes any number of CAT=value changes on one line.       *
      *       Every change goes through geekmast -set's own            *
      *       validation first - one bad value and none are taken -    *
      *       then each is staged in geekcode.pend exactly as -set     *
      *       stages it, for a second operator to approve in           *
      *       geekapprove;                                             *
      *     - D on the employee screen stages the deletion after a     *
      *       YES confirmation, as geekmast -delete does.              *
      *                                                                *
      *   Started with -emergency, the session applies changes and     *
      *   deletions at once instead, audited to geekcode.audit with    *
      *   the operator and EMERGENCY, as geekmast -emergency does.     *
      *                                                                *
      *   The geekcode.lock run lock is held from start to finish, so  *
      *   a session can never overlap the nightly chain or a geekmast  *
      *   -export.                                                     *
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
           select geek-cat             assign to "geekcat.tbl"
                                       organization is line sequential
                                       file status is ws-cat-status.
           select optional geek-audit  assign to "geekcode.audit"
                                       organization is line sequential.
           select optional geek-pend   assign to "geekcode.pend"
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

       fd  geek-cat.
       01  geek-cat-rec                pic x(340).

       fd  geek-audit.
       01  geek-audit-rec              pic x(160).

       fd  geek-pend.
       01  geek-pend-rec               pic x(120).

       fd  geek-lock-owner.
       01  geek-lock-owner-rec         pic x(40).

       working-storage section.

       copy "geekcode.cpy".

       77  ws-command                  pic x(160)    value spaces.
       77  ws-cl-args                  pic x(120)    value spaces.
       77  ws-return-sys-code          pic 9(8) comp value zeroes.

       01  ws-lock-flag                pic x         value "n".
           88  ws-lock-held                           value "y".

       01  ws-lock-eof-flag            pic x         value "n".
           88  ws-lock-eof                            value "y".

       77  ws-lock-try                 pic 9(02)     value zeroes.
       77  ws-lock-owner               pic x(40)     value spaces.
       77  ws-operator                 pic x(20)     value spaces.

       01  ws-emergency-flag           pic x         value "n".
           88  ws-emergency                           value "y".

       77  ws-mast-status              pic xx        value spaces.

       01  ws-mast-open-flag           pic x         value "n".
           88  ws-mast-open                           value "y".

       01  ws-mast-eof-flag            pic x         value "n".
           88  ws-mast-eof                            value "y".

      *-----------------------------------------------------------------
      * geekcat.tbl, loaded the same way 10100-load-geekcat does in
      * geekcode, so a change validates here exactly as it would
      * there and every category prints under its own label.
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
       77  ws-hdr-ix                   pic 9(03)     value zeroes.

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

      *-----------------------------------------------------------------
      * Browse screen.  ws-page-key is the id the page starts at;
      * the start key of every page already shown is stacked so P can
      * go back without reading the master backwards.
      *-----------------------------------------------------------------
       01  ws-quit-flag                pic x         value "n".
           88  ws-quit                                value "y".

       01  ws-back-flag                pic x         value "n".
           88  ws-back                                value "y".

       01  ws-more-flag                pic x         value "n".
           88  ws-more                                value "y".

       77  ws-page-key                 pic x(20)     value low-values.
       77  ws-next-key                 pic x(20)     value spaces.
       77  ws-page-no                  pic 9(03)     value 1.
       77  ws-list-cnt                 pic 9(02)     value zeroes.
       77  ws-list-ix                  pic 9(02)     value zeroes.
       77  ws-list-no                  pic z9        value zeroes.

       01  ws-page-stack.
           05  ws-stack-key            pic x(20)     occurs 200 times.

       01  ws-list-tab.
           05  ws-list-entry           occurs 15 times.
               10  ws-list-emp         pic x(20).
               10  ws-list-dept        pic x(08).
               10  ws-list-stamp       pic x(19).

       77  ws-maint-cmd                pic x(240)    value spaces.
       77  ws-maint-word               pic x(20)     value spaces.
       77  ws-maint-rest               pic x(220)    value spaces.
       77  ws-maint-ptr                pic 9(03)     value 1.
       77  ws-maint-msg                pic x(80)     value spaces.
       77  ws-maint-num                pic 9(02)     value zeroes.
       77  ws-confirm                  pic x(10)     value spaces.

      *-----------------------------------------------------------------
      * Employee screen: one row per stored category, and the CAT=value
      * changes typed on one line - at most 12 of them - held until
      * every one has passed validation.
      *-----------------------------------------------------------------
       01  ws-prof-row.
           05  ws-prof-lbl             pic x(22).
           05  filler                  pic x(01)     value space.
           05  ws-prof-cat             pic x(08).
           05  ws-prof-code            pic x(08).
           05  ws-prof-desc            pic x(40).

       01  ws-stat-stored-flag         pic x         value "n".
           88  ws-stat-stored                         value "y".

       77  ws-stat-cat                 pic x(08)     value spaces.
       77  ws-stat-val                 pic x(08)     value spaces.

       77  ws-chg-cnt                  pic 9(02)     value zeroes.
       77  ws-chg-ix                   pic 9(02)     value zeroes.
       77  ws-chg-bad                  pic 9(02)     value zeroes.
       77  ws-chg-pair                 pic x(20)     value spaces.

       01  ws-chg-tab.
           05  ws-chg-entry            occurs 12 times.
               10  ws-chg-cat          pic x(08).
               10  ws-chg-val          pic x(08).

       77  ws-chg-list                 pic x(80)     value spaces.
       77  ws-chg-list-ptr             pic 9(03)     value 1.

       procedure division.

       00000-control.
           perform 10000-setup
           perform 20000-process
           perform 30000-cleanup.

       10000-setup.
           accept ws-cl-args from command-line end-accept
           perform 93000-parse-cmdln
           perform 10100-load-geekcat
           perform 97000-acquire-lock
           perform 97150-read-lock-owner
           move ws-lock-owner to ws-operator
           if ws-emergency
               move ws-operator to ws-audit-maker
               move "EMERGENCY" to ws-audit-checker
           end-if
           open i-o geek-mast
           if ws-mast-status not = "00" and "05"
               display "geekmaint: cannot open 'geekcode.mst' "
                   "(file status " ws-mast-status ") - aborting."
               end-display
               perform 30000-cleanup
           end-if
           set ws-mast-open to true
           move low-values to ws-page-key
           move ws-page-key to ws-stack-key (1)
           move 1 to ws-page-no.

       10100-load-geekcat.
           move "n"    to ws-cat-eof-flag
           move zeroes to ws-hdr-cnt
           move zeroes to ws-dec-cnt
           open input geek-cat
           if ws-cat-status not = "00"
               display "geekmaint: cannot open 'geekcat.tbl' "
                   "(file status " ws-cat-status "), category catalog "
                   "is required - aborting."
               end-display
               perform 30000-cleanup
           end-if
           perform 10110-read-cat-line
           perform 10120-store-cat-line until ws-cat-eof
           close geek-cat
           if ws-hdr-cnt = 0
               display "geekmaint: 'geekcat.tbl' opened but contained "
                   "no category rows - aborting."
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

       20000-process.
           move spaces to ws-maint-msg
           perform 21000-browse-screen until ws-quit.

      *-----------------------------------------------------------------
      * 21000-browse-screen shows one page of ids from ws-page-key and
      * acts on the one command typed under it.
      *-----------------------------------------------------------------
       21000-browse-screen.
           perform 21100-load-page
           perform 90000-clear-screen
           perform 91000-print-heading
           display "Roster Maintenance - geekcode.mst"
               "                              Page: " ws-page-no
           end-display
           display "====================================================
      -"==========================="
           end-display
           display "No  Employee ID           Dept      Generated"
           end-display
           display "--  --------------------  --------  ---------------"
               "----"
           end-display
           perform 21200-show-list-line varying ws-list-ix from 1 by 1
               until ws-list-ix > ws-list-cnt
           if ws-list-cnt = 0
               display "    (no employees at or after this point)"
               end-display
           end-if
           display " " end-display
           display ws-maint-msg end-display
           move spaces to ws-maint-msg
           display "N next page, P previous page, J ID jump to an id, "
               "line number to open,"
           end-display
           display "Q to quit: " with no advancing end-display
           move spaces to ws-maint-cmd
           accept ws-maint-cmd end-accept
           perform 21300-browse-command.

       21100-load-page.
           move zeroes to ws-list-cnt
           move "n"    to ws-more-flag ws-mast-eof-flag
           move ws-page-key to mast-emp-id
           start geek-mast key not < mast-emp-id
               invalid key set ws-mast-eof to true
           end-start
           if not ws-mast-eof
               perform 21110-read-mast-next
           end-if
           perform 21120-load-list-line
               until ws-mast-eof or ws-list-cnt = 15
           if not ws-mast-eof
               set ws-more to true
               move mast-emp-id to ws-next-key
           end-if.

       21110-read-mast-next.
           read geek-mast next record
               at end set ws-mast-eof to true
           end-read.

       21120-load-list-line.
           add 1 to ws-list-cnt
           move mast-emp-id to ws-list-emp (ws-list-cnt)
           move mast-dept   to ws-list-dept (ws-list-cnt)
           move mast-stamp  to ws-list-stamp (ws-list-cnt)
           perform 21110-read-mast-next.

       21200-show-list-line.
           move ws-list-ix to ws-list-no
           display ws-list-no "  " ws-list-emp (ws-list-ix) "  "
               ws-list-dept (ws-list-ix) "  " ws-list-stamp (ws-list-ix)
           end-display.

       21300-browse-command.
           move spaces to ws-maint-word ws-maint-rest
           move 1      to ws-maint-ptr
           unstring ws-maint-cmd delimited by all space
               into ws-maint-word
               with pointer ws-maint-ptr
           end-unstring
           if ws-maint-ptr <= length of ws-maint-cmd
               move ws-maint-cmd (ws-maint-ptr:) to ws-maint-rest
           end-if
           inspect ws-maint-word converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           if ws-maint-word = "Q"
               set ws-quit to true
           else if ws-maint-word = "N" or spaces
               perform 21400-next-page
           else if ws-maint-word = "P"
               perform 21500-previous-page
           else if ws-maint-word = "J"
               perform 21600-jump-to-id
           else
               perform 21700-open-line
           end-if.

       21400-next-page.
           if ws-more and ws-page-no < 200
               add 1 to ws-page-no
               move ws-next-key to ws-page-key
               move ws-page-key to ws-stack-key (ws-page-no)
           else
               move "Already on the last page." to ws-maint-msg
           end-if.

       21500-previous-page.
           if ws-page-no > 1
               subtract 1 from ws-page-no
               move ws-stack-key (ws-page-no) to ws-page-key
           else
               move "Already on the first page." to ws-maint-msg
           end-if.

      *-----------------------------------------------------------------
      * A jump starts a fresh page stack from the partial id, so P
      * walks back only as far as the jump.  The id is taken as typed:
      * ids are stored exactly as the interview accepted them.
      *-----------------------------------------------------------------
       21600-jump-to-id.
           if ws-maint-rest = spaces
               move "J needs an id, or the start of one."
                   to ws-maint-msg
           else
               move ws-maint-rest to ws-page-key
               move 1 to ws-page-no
               move ws-page-key to ws-stack-key (1)
           end-if.

       21700-open-line.
           if ws-maint-word (1:2) numeric
               and ws-maint-word (3:18) = spaces
               move ws-maint-word (1:2) to ws-maint-num
           else if ws-maint-word (1:1) numeric
               and ws-maint-word (2:19) = spaces
               move ws-maint-word (1:1) to ws-maint-num
           else
               move zeroes to ws-maint-num
           end-if

           if ws-maint-num > 0 and ws-maint-num <= ws-list-cnt
               move ws-list-emp (ws-maint-num) to ws-emp-id
               perform 22000-employee-screen
           else
               move "Not a command or a line on this page."
                   to ws-maint-msg
           end-if.

      *-----------------------------------------------------------------
      * 22000-employee-screen reads the record and keeps showing it
      * until the operator goes back, or deletes it.
      *-----------------------------------------------------------------
       22000-employee-screen.
           move "n" to ws-back-flag
           move ws-emp-id to mast-emp-id
           read geek-mast
               invalid key
                   string "No entry for '" ws-emp-id
                          "' - removed since the page was shown."
                       delimited by size into ws-maint-msg
                   end-string
                   set ws-back to true
           end-read
           perform 22100-show-employee until ws-back.

       22100-show-employee.
           perform 95230-parse-block
           perform 90000-clear-screen
           display "Employee: " mast-emp-id "  Dept: " mast-dept
               "  Generated: " mast-stamp
           end-display
           display "====================================================
      -"==========================="
           end-display
           perform 22200-show-category varying ws-hdr-ix from 1 by 1
               until ws-hdr-ix > ws-hdr-cnt
           perform 22250-show-optout
           display " " end-display
           display ws-maint-msg end-display
           move spaces to ws-maint-msg
           display "CAT=value [CAT=value ...] to change, D to delete, "
               "blank to go back:"
           end-display
           display "> " with no advancing end-display
           move spaces to ws-maint-cmd
           accept ws-maint-cmd end-accept

           move ws-maint-cmd (1:20) to ws-maint-word
           inspect ws-maint-word converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if ws-maint-cmd = spaces
               set ws-back to true
           else if ws-maint-word = "D"
               perform 24000-delete-employee
           else
               perform 23000-change-employee
           end-if.

      *-----------------------------------------------------------------
      * One row per category with a stored field, under the name -set
      * takes (the UNIX Flavor row is set as UNIX, flavor and guru
      * level together), with the D-row label for the stored code.
      *-----------------------------------------------------------------
       22200-show-category.
           move ws-hdr-cat (ws-hdr-ix) to ws-stat-cat
           perform 22300-get-stored-value
           if ws-stat-stored
               move spaces to ws-prof-row
               move ws-hdr-lbl (ws-hdr-ix) to ws-prof-lbl
               move ws-stat-cat to ws-prof-cat
               move ws-stat-val to ws-prof-code
               if ws-stat-cat = "UNIX"
                   move "FLAVOR"         to ws-lookup-cat
                   move ws-stat-val (1:2) to ws-lookup-code
               else
                   move ws-stat-cat to ws-lookup-cat
                   move ws-stat-val to ws-lookup-code
               end-if
               perform 22400-describe-value
               display ws-prof-row end-display
           end-if.

      *-----------------------------------------------------------------
      * The opt-out flag is no geekcat.tbl category, so it gets its own
      * row under the name -set takes.
      *-----------------------------------------------------------------
       22250-show-optout.
           move spaces    to ws-prof-row
           move "Opt-out" to ws-prof-lbl
           move "OPTOUT"  to ws-prof-cat
           if mast-opted-out
               move "Y" to ws-prof-code
               move "Left out of directory, matcher, extract"
                   to ws-prof-desc
           else
               move "N" to ws-prof-code
               move "Listed" to ws-prof-desc
           end-if
           display ws-prof-row end-display.

       22300-get-stored-value.
           move spaces to ws-stat-val
           move "y"    to ws-stat-stored-flag
           if ws-stat-cat = "TYPE"
               move ws-type to ws-stat-val
           else if ws-stat-cat = "DRESS"
               move ws-dress to ws-stat-val
           else if ws-stat-cat = "HAIR"
               move ws-hair to ws-stat-val
           else if ws-stat-cat = "SHAPE"
               move ws-shape to ws-stat-val
           else if ws-stat-cat = "GLASSES"
               move ws-glasses to ws-stat-val
           else if ws-stat-cat = "PENS"
               move ws-pens to ws-stat-val
           else if ws-stat-cat = "AUTO"
               move ws-auto to ws-stat-val
           else if ws-stat-cat = "AGE"
               move ws-age to ws-stat-val
           else if ws-stat-cat = "WEIRD"
               move ws-weird to ws-stat-val
           else if ws-stat-cat = "VERBAGE"
               move ws-verbage to ws-stat-val
           else if ws-stat-cat = "COMP"
               move ws-comp to ws-stat-val
           else if ws-stat-cat = "FLAVOR"
               move "UNIX" to ws-stat-cat
               move ws-unix to ws-stat-val
           else if ws-stat-cat = "PERL"
               move ws-perl to ws-stat-val
           else if ws-stat-cat = "LINUX"
               move ws-linux to ws-stat-val
           else if ws-stat-cat = "386BSD"
               move ws-386bsd to ws-stat-val
           else if ws-stat-cat = "NEWS"
               move ws-news to ws-stat-val
           else if ws-stat-cat = "WEB"
               move ws-web to ws-stat-val
           else if ws-stat-cat = "EMACS"
               move ws-emacs to ws-stat-val
           else if ws-stat-cat = "KIBO"
               move ws-kibo to ws-stat-val
           else if ws-stat-cat = "MS"
               move ws-ms to ws-stat-val
           else if ws-stat-cat = "MAC"
               move ws-mac to ws-stat-val
           else if ws-stat-cat = "VMS"
               move ws-vms to ws-stat-val
           else if ws-stat-cat = "POL"
               move ws-pol to ws-stat-val
           else if ws-stat-cat = "CP"
               move ws-cp to ws-stat-val
           else if ws-stat-cat = "TREK"
               move ws-trek to ws-stat-val
           else if ws-stat-cat = "BAB"
               move ws-bab to ws-stat-val
           else if ws-stat-cat = "JEOP"
               move ws-jeop to ws-stat-val
           else if ws-stat-cat = "ROLE"
               move ws-role to ws-stat-val
           else if ws-stat-cat = "MAGIC"
               move ws-magic to ws-stat-val
           else if ws-stat-cat = "TV"
               move ws-tv to ws-stat-val
           else if ws-stat-cat = "BOOKS"
               move ws-books to ws-stat-val
           else if ws-stat-cat = "DOOM"
               move ws-doom to ws-stat-val
           else if ws-stat-cat = "BARNEY"
               move ws-barney to ws-stat-val
           else if ws-stat-cat = "EDUC"
               move ws-educ to ws-stat-val
           else if ws-stat-cat = "MUSIC"
               move ws-music to ws-stat-val
           else if ws-stat-cat = "HOUSE"
               move ws-house to ws-stat-val
           else if ws-stat-cat = "FRIENDS"
               move ws-friends to ws-stat-val
           else if ws-stat-cat = "REL"
               move ws-rel to ws-stat-val
           else if ws-stat-cat = "NUT"
               move ws-nut to ws-stat-val
           else if ws-stat-cat = "SEX"
               move ws-code-sex to ws-stat-val
           else
               move "n" to ws-stat-stored-flag
           end-if.

       22400-describe-value.
           if ws-stat-val = spaces
               move "(not answered)" to ws-prof-desc
           else if ws-stat-val (1:1) = "*"
               move "(not asked)" to ws-prof-desc
           else if ws-stat-cat = "PENS" or "SEX"
               move "(composite value)" to ws-prof-desc
           else
               perform 26660-find-desc
               if ws-lookup-found
                   move ws-lookup-desc (1:40) to ws-prof-desc
               else
                   move "(not in geekcat.tbl)" to ws-prof-desc
               end-if
           end-if.

      *-----------------------------------------------------------------
      * 23000-change-employee splits the line into CAT=value pairs and
      * validates every one before touching the record.  A Sex code
      * typed without its leading blank (x++ for " x++") is given one,
      * since the blank cannot be typed inside a space-separated line.
      *-----------------------------------------------------------------
       23000-change-employee.
           move zeroes to ws-chg-cnt ws-chg-bad
           move 1      to ws-maint-ptr
           perform 23100-split-pair
               until ws-maint-ptr > length of ws-maint-cmd
                   or ws-chg-cnt = 12
           if ws-chg-cnt = 0
               move "Nothing to change - type CAT=value."
                   to ws-maint-msg
           else
               perform 23200-validate-change varying ws-chg-ix from 1
                   by 1 until ws-chg-ix > ws-chg-cnt
               if ws-chg-bad > 0
                   display " " end-display
                   display ws-chg-bad " change(s) refused - nothing "
                       "taken.  Press Enter: " with no advancing
                   end-display
                   accept ws-confirm end-accept
               else
                   if ws-emergency
                       perform 23300-apply-changes
                   else
                       perform 23400-stage-changes
                   end-if
               end-if
           end-if.

       23100-split-pair.
           move spaces to ws-chg-pair
           unstring ws-maint-cmd delimited by all space
               into ws-chg-pair
               with pointer ws-maint-ptr
           end-unstring
           if ws-chg-pair not = spaces
               add 1 to ws-chg-cnt
               move spaces to ws-chg-cat (ws-chg-cnt)
                              ws-chg-val (ws-chg-cnt)
               unstring ws-chg-pair delimited by "="
                   into ws-chg-cat (ws-chg-cnt) ws-chg-val (ws-chg-cnt)
               end-unstring
               inspect ws-chg-cat (ws-chg-cnt) converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               if ws-chg-cat (ws-chg-cnt) = "SEX"
                   and (ws-chg-val (ws-chg-cnt) (1:1) = "x" or "y"
                       or "z")
                   move ws-chg-val (ws-chg-cnt) to ws-set-val
                   move spaces to ws-chg-val (ws-chg-cnt)
                   move ws-set-val to ws-chg-val (ws-chg-cnt) (2:7)
               end-if
           end-if.

       23200-validate-change.
           move "n" to ws-set-invalid-flag
           move ws-chg-cat (ws-chg-ix) to ws-set-cat
           move ws-chg-val (ws-chg-ix) to ws-set-val
           if ws-set-val = spaces
               set ws-set-invalid to true
               display "'" ws-set-cat "' has no value after the '='."
               end-display
           else
               perform 95205-validate-set-cat
               if ws-set-invalid
                   display "'" ws-set-cat
                       "' is not a settable category."
                   end-display
               else
                   perform 95206-validate-set-val
                   if ws-set-invalid
                       display "'" ws-set-val
                           "' is not a valid code for category '"
                           ws-set-cat "'."
                       end-display
                   end-if
               end-if
           end-if
           if ws-set-invalid
               add 1 to ws-chg-bad
           end-if.

      *-----------------------------------------------------------------
      * Each change is applied and audited in turn exactly as
      * geekmast's 24100-apply-set does it, then the record is
      * rebuilt and rewritten once.
      *-----------------------------------------------------------------
       23300-apply-changes.
           move spaces to ws-chg-list
           move 1      to ws-chg-list-ptr
           perform 95230-parse-block
           perform 23310-apply-one-change varying ws-chg-ix from 1
               by 1 until ws-chg-ix > ws-chg-cnt
           perform 95240-rebuild-block
           rewrite mast-rec
               invalid key
                   move "The record could not be rewritten."
                       to ws-maint-msg
               not invalid key
                   string "Updated" ws-chg-list
                       delimited by size into ws-maint-msg
                   end-string
           end-rewrite.

       23310-apply-one-change.
           move ws-chg-cat (ws-chg-ix) to ws-set-cat
           move ws-chg-val (ws-chg-ix) to ws-set-val
           perform 96100-capture-old-value
           perform 95225-apply-set-value
           move "master"   to ws-audit-mode
           move ws-set-cat to ws-audit-cat
           move ws-set-val to ws-audit-new
           perform 96000-write-audit
           string " "        delimited by size
                  ws-set-cat delimited by space
               into ws-chg-list
               with pointer ws-chg-list-ptr
           end-string.

      *-----------------------------------------------------------------
      * Outside an emergency each change is staged instead, with the
      * code it replaces, exactly as geekmast's 24200-stage-set does;
      * a change to the code already held is dropped.
      *-----------------------------------------------------------------
       23400-stage-changes.
           move spaces to ws-chg-list
           move 1      to ws-chg-list-ptr
           perform 95230-parse-block
           perform 23410-stage-one-change varying ws-chg-ix from 1
               by 1 until ws-chg-ix > ws-chg-cnt
           if ws-chg-list = spaces
               move "Nothing staged - those codes are already held."
                   to ws-maint-msg
           else
               string "Staged for approval:" ws-chg-list
                   delimited by size into ws-maint-msg
               end-string
           end-if.

       23410-stage-one-change.
           move ws-chg-cat (ws-chg-ix) to ws-set-cat
           move ws-chg-val (ws-chg-ix) to ws-set-val
           perform 96100-capture-old-value
           if ws-audit-old not = ws-set-val
               move "set"        to ws-pend-action
               move ws-set-cat   to ws-pend-cat
               move ws-audit-old to ws-pend-old
               move ws-set-val   to ws-pend-new
               perform 96200-stage-change
               string " "        delimited by size
                      ws-set-cat delimited by space
                   into ws-chg-list
                   with pointer ws-chg-list-ptr
               end-string
           end-if.

       24000-delete-employee.
           display " " end-display
           display "Delete " ws-emp-id " from geekcode.mst? "
               "Type YES to confirm: " with no advancing
           end-display
           move spaces to ws-confirm
           accept ws-confirm end-accept
           if (ws-confirm = "YES" or "yes") and not ws-emergency
               move "delete" to ws-pend-action
               move spaces   to ws-pend-cat ws-pend-old ws-pend-new
               perform 96200-stage-change
               move spaces to ws-maint-msg
               string "Deletion of '" ws-emp-id
                   "' staged for approval."
                   delimited by size into ws-maint-msg
               end-string
           else if ws-confirm = "YES" or "yes"
               delete geek-mast record
                   invalid key
                       move "The record could not be deleted."
                           to ws-maint-msg
                   not invalid key
                       move "delete" to ws-audit-mode
                       move spaces   to ws-audit-cat ws-audit-old
                                        ws-audit-new
                       perform 96000-write-audit
                       move spaces to ws-maint-msg
                       string "Deleted entry for '" ws-emp-id "'."
                           delimited by size into ws-maint-msg
                       end-string
                       set ws-back to true
               end-delete
           else
               move "Not deleted." to ws-maint-msg
           end-if.


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
           move ws-operator  to ws-pend-oper
           move ws-emp-id    to ws-pend-emp
           move "geekmaint"  to ws-pend-source

           open extend geek-pend
           write geek-pend-rec from ws-pend-rec
           end-write
           close geek-pend.

       90000-clear-screen.
           move "clear" to ws-command
           call "system" using ws-command
               end-call
           display " " end-display
           display " " end-display.

       91000-print-heading.
           display "Geek Code Roster Maintenance v0.1" end-display
           display "Copyright (C) 2010-2026 Randy LeJeune" end-display
           if ws-emergency
               display "EMERGENCY SESSION - changes apply at once"
               end-display
           end-if
           display " " end-display.

       93000-parse-cmdln.
           if ws-cl-args = "-h" or "-H" or "--help" or "/h" or "/?"
               display "Usage: geekmaint [-emergency]" end-display
               display " " end-display
               display "Browse and maintain geekcode.mst one screen at "
                   "a time."
               end-display
               display " " end-display
               display "Options: " end-display
               display "    -h, --help            Display this message"
               end-display
               display "    -v, --version         Display version"
               end-display
               display "    -emergency            Apply changes at "
                   "once instead of staging"
               end-display
               display "                          them for approval "
                   "(audited)"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-v" or "-V" or "--version"
               display "geekmaint 0.1" end-display
               display "Copyright (C) 2010-2026 Randy LeJeune"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-emergency" or "--emergency"
               set ws-emergency to true
           else if ws-cl-args not = spaces
               display "geekmaint: invalid option." end-display
               display "Try `geekmaint -h' for more information."
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
               display "geekmaint: gave up waiting for the run lock "
                   "held by " ws-lock-owner "."
               end-display
               display "geekmaint: if that run is gone, remove the "
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
                   display "geekmaint: waiting for the run lock held "
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
