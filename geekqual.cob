       identification division.
       program-id. geekqual.
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
      *   geekqual judges whether a profile makes sense as a whole.    *
      *   geekverify and geekcatchk only prove each stored code is in  *
      *   geekcat.tbl; this run scores every current block in          *
      *   geekcode.roster on two counts:                               *
      *                                                                *
      *     completeness - the share of stored categories actually     *
      *                    answered, a blank or a "*" skipped          *
      *                    category counting against it;               *
      *     consistency  - the rules in geekrule.tbl, kept next to     *
      *                    geekcat.tbl: "if category X holds one of    *
      *                    these codes, category Y must (or must not)  *
      *                    hold one of those", each with a severity    *
      *                    of H, M or L costing 20, 10 or 5 points.    *
      *                                                                *
      *   The score is the completeness percentage less the rule       *
      *   points, never below zero.  The report lists every rule       *
      *   broken, then per department the average score and the        *
      *   worst offenders (5 unless -top says otherwise).  Everyone    *
      *   scoring under the threshold (70 unless -below says           *
      *   otherwise) or breaking an H rule goes to geekcode.qualwork   *
      *   in the batch format "geekcode -f" reads, pre-filled from     *
      *   the stored codes exactly as geekstale fills its worklist.    *
      ******************************************************************

       environment division.

       configuration section.

           source-computer. ibm-686.
           object-computer. ibm-686.

       input-output section.

       file-control.
           select optional geek-roster assign to "geekcode.roster"
                                       organization is line sequential.
           select geek-work            assign to "geekcode.qualwork"
                                       organization is line sequential.
           select geek-cat             assign to "geekcat.tbl"
                                       organization is line sequential
                                       file status is ws-cat-status.
           select geek-rule            assign to "geekrule.tbl"
                                       organization is line sequential
                                       file status is ws-rule-status.

       data division.

       file section.

       fd  geek-roster.
       01  geek-roster-rec             pic x(80).

       fd  geek-work.
       01  geek-work-rec               pic x(240).

       fd  geek-cat.
       01  geek-cat-rec                pic x(340).

       fd  geek-rule.
       01  geek-rule-rec               pic x(340).

       working-storage section.

       copy "geekcode.cpy".

       77  ws-cl-args                  pic x(120)    value spaces.
       77  ws-cl-word1                 pic x(20)     value spaces.
       77  ws-cl-ptr                   pic 9(03)     value 1.
       77  ws-cl-len                   pic 9(02)     value zeroes.

       77  ws-top-n                    pic 9(03)     value 5.
       77  ws-below                    pic 9(03)     value 70.

      *-----------------------------------------------------------------
      * Embedded-space id check: the batch format splits on spaces,
      * so an id like "J SMITH" would come back as a phantom employee
      * "J".  ws-id-len is the trimmed length; any space before it
      * marks the id unfit for the worklist.
      *-----------------------------------------------------------------
       77  ws-id-len                   pic 9(02)     value zeroes.
       77  ws-id-ix                    pic 9(02)     value zeroes.

       01  ws-id-space-flag            pic x         value "n".
           88  ws-id-has-space                        value "y".

       01  ws-sig-eof-flag             pic x         value "n".
           88  ws-sig-eof                             value "y".

       77  ws-sig-line                 pic x(80)     value spaces.
       77  ws-sig-ptr                  pic 9(3)      value 1.
       77  ws-tag-stamp                pic x(19)     value spaces.
       77  ws-tag-dept                 pic x(08)     value spaces.
       77  ws-tag-optout               pic x         value space.

      *-----------------------------------------------------------------
      * geekcat.tbl, read the same way 10100-load-geekcat reads it in
      * geekcode; the H rows give the categories completeness counts,
      * the D-row ordinals pre-fill the worklist.
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
               10  ws-dec-seq          pic 9(02)     value zeroes.
               10  ws-dec-desc         pic x(320)    value spaces.

       77  ws-lookup-cat               pic x(08)     value spaces.
       77  ws-lookup-code              pic x(08)     value spaces.
       77  ws-lookup-seq               pic 9(02)     value zeroes.
       77  ws-lookup-ix                pic 9(03)     value zeroes.

       01  ws-lookup-found-flag        pic x         value "n".
           88  ws-lookup-found                        value "y".

      *-----------------------------------------------------------------
      * geekrule.tbl, one entry per "R|" row.  The code lists stay as
      * written (comma separated) and are walked when a rule is
      * applied.
      *-----------------------------------------------------------------
       01  ws-rule-eof-flag            pic x         value "n".
           88  ws-rule-eof                            value "y".

       77  ws-rule-status              pic xx        value spaces.
       77  ws-rule-line                pic x(340)    value spaces.
       77  ws-rule-type                pic x(01)     value space.
       77  ws-rule-bad-cnt             pic 9(03)     value zeroes.

       77  ws-rule-cnt                 pic 9(03)     value zeroes.
       77  ws-rule-ix                  pic 9(03)     value zeroes.

       01  ws-rule-tab.
           05  ws-rule-entry           occurs 100 times.
               10  ws-rule-id          pic x(08)     value spaces.
               10  ws-rule-sev         pic x(01)     value space.
               10  ws-rule-if-cat      pic x(08)     value spaces.
               10  ws-rule-if-codes    pic x(80)     value spaces.
               10  ws-rule-op          pic x(04)     value spaces.
               10  ws-rule-then-cat    pic x(08)     value spaces.
               10  ws-rule-then-codes  pic x(80)     value spaces.
               10  ws-rule-text        pic x(60)     value spaces.
               10  ws-rule-hits        pic 9(05)     value zeroes.

       01  ws-new-rule.
           05  ws-nr-id                pic x(08)     value spaces.
           05  ws-nr-sev               pic x(01)     value space.
           05  ws-nr-if-cat            pic x(08)     value spaces.
           05  ws-nr-if-codes          pic x(80)     value spaces.
           05  ws-nr-op                pic x(04)     value spaces.
           05  ws-nr-then-cat          pic x(08)     value spaces.
           05  ws-nr-then-codes        pic x(80)     value spaces.
           05  ws-nr-text              pic x(60)     value spaces.
           05  ws-nr-hits              pic 9(05)     value zeroes.

      *-----------------------------------------------------------------
      * Code-list matching.  ws-ml-list is walked one comma-separated
      * code at a time against ws-ml-val; a code matches position by
      * position, "_" standing for any one character and "%" for the
      * rest of the value.
      *-----------------------------------------------------------------
       77  ws-ml-list                  pic x(80)     value spaces.
       77  ws-ml-val                   pic x(08)     value spaces.
       77  ws-ml-ptr                   pic 9(03)     value 1.
       77  ws-ml-code                  pic x(08)     value spaces.
       77  ws-ml-ix                    pic 9(02)     value zeroes.

       01  ws-ml-hit-flag              pic x         value "n".
           88  ws-ml-hit                              value "y".

       01  ws-mc-state                 pic x         value space.
           88  ws-mc-matching                         value " ".
           88  ws-mc-hit                              value "y".
           88  ws-mc-miss                             value "n".

       01  ws-stat-stored-flag         pic x         value "n".
           88  ws-stat-stored                         value "y".

       77  ws-stat-cat                 pic x(08)     value spaces.
       77  ws-stat-val                 pic x(08)     value spaces.
       77  ws-if-val                   pic x(08)     value spaces.
       77  ws-then-val                 pic x(08)     value spaces.

      *-----------------------------------------------------------------
      * One block's score.
      *-----------------------------------------------------------------
       77  ws-cat-total                pic 9(03)     value zeroes.
       77  ws-cat-answered             pic 9(03)     value zeroes.
       77  ws-compl                    pic 9(03)     value zeroes.
       77  ws-points                   pic 9(04)     value zeroes.
       77  ws-viol                     pic 9(03)     value zeroes.
       77  ws-score                    pic 9(03)     value zeroes.
       77  ws-viol-list                pic x(40)     value spaces.
       77  ws-viol-ptr                 pic 9(03)     value 1.

       01  ws-high-flag                pic x         value "n".
           88  ws-high-broken                         value "y".

      *-----------------------------------------------------------------
      * Every scored employee, for the department section.
      *-----------------------------------------------------------------
       77  ws-emp-cnt                  pic 9(04)     value zeroes.
       77  ws-emp-ix                   pic 9(04)     value zeroes.
       77  ws-pick-ix                  pic 9(04)     value zeroes.

       01  ws-emp-tab.
           05  ws-emp-entry            occurs 500 times.
               10  ws-et-emp           pic x(20)     value spaces.
               10  ws-et-dept          pic x(08)     value spaces.
               10  ws-et-score         pic 9(03)     value zeroes.
               10  ws-et-compl         pic 9(03)     value zeroes.
               10  ws-et-viol          pic 9(03)     value zeroes.
               10  ws-et-list          pic x(40)     value spaces.
               10  ws-et-shown         pic x(01)     value "n".

       77  ws-dept-cnt                 pic 9(03)     value zeroes.
       77  ws-dept-ix                  pic 9(03)     value zeroes.
       77  ws-dept-at                  pic 9(03)     value zeroes.

       01  ws-dept-tab.
           05  ws-dept-entry           occurs 100 times.
               10  ws-dt-dept          pic x(08)     value spaces.
               10  ws-dt-heads         pic 9(04)     value zeroes.
               10  ws-dt-total         pic 9(07)     value zeroes.
               10  ws-dt-viol          pic 9(04)     value zeroes.

       01  ws-dept-found-flag          pic x         value "n".
           88  ws-dept-found                          value "y".

       77  ws-shown-cnt                pic 9(03)     value zeroes.

       01  ws-pick-done-flag           pic x         value "n".
           88  ws-pick-done                           value "y".
       77  ws-avg                      pic 9(03)     value zeroes.

       01  ws-rpt-viol-row.
           05  ws-rv-emp               pic x(20)     value spaces.
           05  filler                  pic x(01)     value space.
           05  ws-rv-dept              pic x(08)     value spaces.
           05  filler                  pic x(01)     value space.
           05  ws-rv-rule              pic x(08)     value spaces.
           05  filler                  pic x(01)     value space.
           05  ws-rv-sev               pic x(01)     value space.
           05  filler                  pic x(02)     value spaces.
           05  ws-rv-text              pic x(60)     value spaces.

       01  ws-rpt-worst-row.
           05  filler                  pic x(02)     value spaces.
           05  ws-rw-emp               pic x(20)     value spaces.
           05  filler                  pic x(01)     value space.
           05  ws-rw-score             pic zz9       value zeroes.
           05  filler                  pic x(02)     value spaces.
           05  ws-rw-compl             pic zz9       value zeroes.
           05  filler                  pic x(01)     value "%".
           05  filler                  pic x(02)     value spaces.
           05  ws-rw-viol              pic zz9       value zeroes.
           05  filler                  pic x(02)     value spaces.
           05  ws-rw-list              pic x(40)     value spaces.

       01  ws-rpt-hits-row.
           05  ws-rh-rule              pic x(08)     value spaces.
           05  filler                  pic x(01)     value space.
           05  ws-rh-hits              pic zzzz9     value zeroes.

       01  ws-rpt-dept-row.
           05  filler                  pic x(06)     value "Dept: ".
           05  ws-rd-dept              pic x(08)     value spaces.
           05  filler                  pic x(02)     value spaces.
           05  ws-rd-heads             pic zzz9      value zeroes.
           05  filler                  pic x(17)     value
               " scored, average ".
           05  ws-rd-avg               pic zz9       value zeroes.
           05  filler                  pic x(02)     value ", ".
           05  ws-rd-viol              pic zzz9      value zeroes.
           05  filler                  pic x(16)     value
               " breaking a rule".

      *-----------------------------------------------------------------
      * One whole block is collected into ws-block-buf before it is
      * judged, geekverify's collector shape, resyncing on a tag line
      * that arrives before the eighth record.
      *-----------------------------------------------------------------
       77  ws-block-cnt                pic 9(02)     value zeroes.

       01  ws-block-buf.
           05  ws-block-line           pic x(80)     occurs 8 times.

       01  ws-hold-flag                pic x         value "n".
           88  ws-hold-tag                            value "y".

      *-----------------------------------------------------------------
      * Worklist line assembly, the same token order geekstale uses:
      * the interview's screens under the full profile, 46 answers.
      * A code that cannot be mapped back pre-fills as answer 1 and
      * bumps the defaulted counter.
      *-----------------------------------------------------------------
       77  ws-work-line                pic x(240)    value spaces.
       77  ws-work-ptr                 pic 9(3)      value 1.
       77  ws-work-tok                 pic x(02)     value spaces.
       77  ws-tok-num                  pic 9(02)     value zeroes.

       77  ws-scan-cnt                 pic 9(05)     value zeroes.
       77  ws-short-cnt                pic 9(05)     value zeroes.
       77  ws-work-cnt                 pic 9(05)     value zeroes.
       77  ws-dflt-cnt                 pic 9(05)     value zeroes.
       77  ws-hand-cnt                 pic 9(05)     value zeroes.
       77  ws-viol-cnt                 pic 9(05)     value zeroes.

       procedure division.

       00000-control.
           perform 10000-setup
           perform 20000-process
           perform 30000-cleanup.

       10000-setup.
           accept ws-cl-args from command-line end-accept
           perform 93000-parse-cmdln
           perform 10100-load-geekcat
           perform 10200-load-rules.

       10100-load-geekcat.
           move "n"    to ws-cat-eof-flag
           move zeroes to ws-hdr-cnt
           move zeroes to ws-dec-cnt
           open input geek-cat
           if ws-cat-status not = "00"
               display "geekqual: cannot open 'geekcat.tbl' "
                   "(file status " ws-cat-status "), category catalog "
                   "is required - aborting."
               end-display
               perform 30000-cleanup
           end-if
           perform 10110-read-cat-line
           perform 10120-store-cat-line until ws-cat-eof
           close geek-cat
           if ws-hdr-cnt = 0
               display "geekqual: 'geekcat.tbl' opened but contained "
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
                   if ws-cat-seq numeric
                       move ws-cat-seq to ws-dec-seq (ws-dec-cnt)
                   else
                       move zeroes     to ws-dec-seq (ws-dec-cnt)
                   end-if
               end-if
           end-if

           perform 10110-read-cat-line.

      *-----------------------------------------------------------------
      * 10200-load-rules reads geekrule.tbl.  A rule naming a category
      * the block does not store, an unknown severity or an operator
      * other than MUST or NOT is reported and left out rather than
      * stopping the run.
      *-----------------------------------------------------------------
       10200-load-rules.
           move "n"    to ws-rule-eof-flag
           move zeroes to ws-rule-cnt ws-rule-bad-cnt
           open input geek-rule
           if ws-rule-status not = "00"
               display "geekqual: cannot open 'geekrule.tbl' "
                   "(file status " ws-rule-status "), the rules file "
                   "is required - aborting."
               end-display
               perform 30000-cleanup
           end-if
           perform 10210-read-rule-line
           perform 10220-store-rule-line until ws-rule-eof
           close geek-rule.

       10210-read-rule-line.
           read geek-rule into ws-rule-line
               at end set ws-rule-eof to true
           end-read.

       10220-store-rule-line.
           if ws-rule-line (1:2) = "R|"
               move spaces to ws-new-rule
               move zeroes to ws-nr-hits
               unstring ws-rule-line delimited by "|"
                   into ws-rule-type ws-nr-id ws-nr-sev ws-nr-if-cat
                        ws-nr-if-codes ws-nr-op ws-nr-then-cat
                        ws-nr-then-codes ws-nr-text
               end-unstring
               inspect ws-nr-if-cat converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               inspect ws-nr-then-cat converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               inspect ws-nr-op converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               perform 10230-check-rule
           end-if
           perform 10210-read-rule-line.

       10230-check-rule.
           move ws-nr-if-cat to ws-stat-cat
           perform 20700-get-cat-value
           if ws-stat-stored
               move ws-nr-then-cat to ws-stat-cat
               perform 20700-get-cat-value
           end-if
           if not ws-stat-stored
               add 1 to ws-rule-bad-cnt
               display "geekqual: rule " ws-nr-id " names a category "
                   "no block stores - ignored."
               end-display
           else if ws-nr-sev not = "H" and not = "M" and not = "L"
               add 1 to ws-rule-bad-cnt
               display "geekqual: rule " ws-nr-id " severity '"
                   ws-nr-sev "' is not H, M or L - ignored."
               end-display
           else if ws-nr-op not = "MUST" and not = "NOT"
               add 1 to ws-rule-bad-cnt
               display "geekqual: rule " ws-nr-id " operator '"
                   ws-nr-op "' is not MUST or NOT - ignored."
               end-display
           else if ws-nr-if-codes = spaces or ws-nr-then-codes = spaces
               add 1 to ws-rule-bad-cnt
               display "geekqual: rule " ws-nr-id " has an empty code "
                   "list - ignored."
               end-display
           else if ws-rule-cnt = 100
               add 1 to ws-rule-bad-cnt
               display "geekqual: more than 100 rules - rule "
                   ws-nr-id " ignored."
               end-display
           else
               add 1 to ws-rule-cnt
               move ws-new-rule to ws-rule-entry (ws-rule-cnt)
           end-if.

       20000-process.
           move "n" to ws-sig-eof-flag
           move zeroes to ws-scan-cnt ws-short-cnt ws-work-cnt
                          ws-dflt-cnt ws-hand-cnt ws-viol-cnt
                          ws-emp-cnt ws-dept-cnt
           open input  geek-roster
           open output geek-work
           display "Profile quality report - " ws-rule-cnt
               " rule(s) from geekrule.tbl"
           end-display
           display " " end-display
           display "Rules broken" end-display
           display "Employee             Dept     Rule     S  "
               "Description"
           end-display
           display "-------------------- -------- -------- -  "
               "------------------------------------------------"
           end-display
           perform 20100-read-roster-line
           perform 20200-scan-roster-line until ws-sig-eof
           close geek-roster
           close geek-work
           if ws-viol-cnt = 0
               display "(none)" end-display
           end-if
           perform 26000-print-departments
           perform 20900-summary.

       20100-read-roster-line.
           read geek-roster into ws-sig-line
               at end set ws-sig-eof to true
           end-read.

       20200-scan-roster-line.
           if ws-sig-line (1:10) = "Employee: "
               move ws-sig-line (11:20) to ws-emp-id
               move ws-sig-line (44:19) to ws-tag-stamp
               if ws-sig-line (65:6) = "Dept: "
                   move ws-sig-line (71:8) to ws-tag-dept
               else
                   move spaces to ws-tag-dept
               end-if
               move ws-sig-line (80:1) to ws-tag-optout
               add 1 to ws-scan-cnt
               perform 20300-collect-block
               perform 20400-score-entry
               if ws-hold-tag
                   continue
               else
                   if not ws-sig-eof
                       perform 20100-read-roster-line
                   end-if
               end-if
           else
               perform 20100-read-roster-line
           end-if.

       20300-collect-block.
           move "n" to ws-hold-flag
           move 1   to ws-block-cnt
           move ws-sig-line to ws-block-line (1)
           perform 20310-collect-block-line
               until ws-block-cnt = 8 or ws-sig-eof or ws-hold-tag.

       20310-collect-block-line.
           perform 20100-read-roster-line
           if not ws-sig-eof
               if ws-sig-line (1:10) = "Employee: "
                   set ws-hold-tag to true
               else
                   add 1 to ws-block-cnt
                   move ws-sig-line to ws-block-line (ws-block-cnt)
               end-if
           end-if.

      *-----------------------------------------------------------------
      * 20400-score-entry scores one whole block; a short one is only
      * counted, since geekverify owns damaged blocks.
      *-----------------------------------------------------------------
       20400-score-entry.
           if ws-block-cnt not = 8
               add 1 to ws-short-cnt
           else
               perform 25000-parse-block
               move zeroes to ws-cat-total ws-cat-answered ws-points
                              ws-viol
               move spaces to ws-viol-list
               move 1      to ws-viol-ptr
               move "n"    to ws-high-flag
               perform 20500-count-category varying ws-hdr-ix
                   from 1 by 1 until ws-hdr-ix > ws-hdr-cnt
               if ws-cat-total = 0
                   move zeroes to ws-compl
               else
                   compute ws-compl =
                       ws-cat-answered * 100 / ws-cat-total
                   end-compute
               end-if
               perform 20600-apply-rule varying ws-rule-ix
                   from 1 by 1 until ws-rule-ix > ws-rule-cnt
               if ws-points >= ws-compl
                   move zeroes to ws-score
               else
                   compute ws-score = ws-compl - ws-points
                   end-compute
               end-if
               perform 20450-store-score
               if ws-score < ws-below or ws-high-broken
                   perform 20460-to-worklist
               end-if
           end-if.

       20450-store-score.
           if ws-emp-cnt < 500
               add 1 to ws-emp-cnt
               move ws-emp-id    to ws-et-emp (ws-emp-cnt)
               move ws-tag-dept  to ws-et-dept (ws-emp-cnt)
               move ws-score     to ws-et-score (ws-emp-cnt)
               move ws-compl     to ws-et-compl (ws-emp-cnt)
               move ws-viol      to ws-et-viol (ws-emp-cnt)
               move ws-viol-list to ws-et-list (ws-emp-cnt)
               move "n"          to ws-et-shown (ws-emp-cnt)
           else
               display "geekqual: more than 500 employees in "
                   "'geekcode.roster' - aborting."
               end-display
               perform 30000-cleanup
           end-if.

       20460-to-worklist.
           perform 20470-check-id-space
           if ws-id-has-space
               add 1 to ws-hand-cnt
               display "geekqual: '" ws-emp-id "' contains a space - "
                   "the batch format cannot carry it; schedule a hand "
                   "re-interview."
               end-display
           else
               add 1 to ws-work-cnt
               perform 21000-write-worklist-line
           end-if.

      *-----------------------------------------------------------------
      * 20470-check-id-space trims the id and looks for a space short
      * of the trimmed length, as geekstale's 20450 does.
      *-----------------------------------------------------------------
       20470-check-id-space.
           move "n"    to ws-id-space-flag
           move zeroes to ws-id-len
           perform 20480-measure-id-char
               varying ws-id-ix from 1 by 1 until ws-id-ix > 20
           perform 20490-scan-id-space
               varying ws-id-ix from 1 by 1
               until ws-id-ix >= ws-id-len.

       20480-measure-id-char.
           if ws-emp-id (ws-id-ix:1) not = space
               move ws-id-ix to ws-id-len
           end-if.

       20490-scan-id-space.
           if ws-emp-id (ws-id-ix:1) = space
               set ws-id-has-space to true
           end-if.

      *-----------------------------------------------------------------
      * 20500-count-category: every H-row category the block stores
      * counts once; it is answered unless blank or a "*" skip.
      * Height and Weight are asked but never stored, so they do not
      * count either way.
      *-----------------------------------------------------------------
       20500-count-category.
           move ws-hdr-cat (ws-hdr-ix) to ws-stat-cat
           perform 20700-get-cat-value
           if ws-stat-stored
               add 1 to ws-cat-total
               if ws-stat-val not = spaces
                   and ws-stat-val (1:1) not = "*"
                   add 1 to ws-cat-answered
               end-if
           end-if.

      *-----------------------------------------------------------------
      * 20600-apply-rule: when the "if" category holds a listed code
      * and the "then" category is answered, MUST wants a listed code
      * there and NOT wants none.  An unanswered "then" category is
      * already paid for under completeness.
      *-----------------------------------------------------------------
       20600-apply-rule.
           move ws-rule-if-cat (ws-rule-ix) to ws-stat-cat
           perform 20700-get-cat-value
           move ws-stat-val to ws-if-val
           move ws-rule-then-cat (ws-rule-ix) to ws-stat-cat
           perform 20700-get-cat-value
           move ws-stat-val to ws-then-val
           if ws-if-val not = spaces and ws-if-val (1:1) not = "*"
               and ws-then-val not = spaces
               and ws-then-val (1:1) not = "*"
               move ws-rule-if-codes (ws-rule-ix) to ws-ml-list
               move ws-if-val to ws-ml-val
               perform 20610-match-list
               if ws-ml-hit
                   move ws-rule-then-codes (ws-rule-ix) to ws-ml-list
                   move ws-then-val to ws-ml-val
                   perform 20610-match-list
                   if (ws-rule-op (ws-rule-ix) = "MUST"
                           and not ws-ml-hit)
                       or (ws-rule-op (ws-rule-ix) = "NOT"
                           and ws-ml-hit)
                       perform 20800-note-violation
                   end-if
               end-if
           end-if.

       20610-match-list.
           move "n" to ws-ml-hit-flag
           move 1   to ws-ml-ptr
           perform 20620-next-list-code
               until ws-ml-hit or ws-ml-ptr > length of ws-ml-list.

       20620-next-list-code.
           move spaces to ws-ml-code
           unstring ws-ml-list delimited by ","
               into ws-ml-code
               with pointer ws-ml-ptr
           end-unstring
           if ws-ml-code not = spaces
               perform 20630-match-code
           end-if.

       20630-match-code.
           move space to ws-mc-state
           perform 20640-match-code-char varying ws-ml-ix from 1 by 1
               until ws-ml-ix > 8 or not ws-mc-matching
           if ws-mc-matching or ws-mc-hit
               set ws-ml-hit to true
           end-if.

       20640-match-code-char.
           if ws-ml-code (ws-ml-ix:1) = "%"
               set ws-mc-hit to true
           else if ws-ml-code (ws-ml-ix:1) = "_"
               if ws-ml-val (ws-ml-ix:1) = space
                   set ws-mc-miss to true
               end-if
           else if ws-ml-code (ws-ml-ix:1) not = ws-ml-val (ws-ml-ix:1)
               set ws-mc-miss to true
           end-if.

       20800-note-violation.
           add 1 to ws-viol
           add 1 to ws-viol-cnt
           add 1 to ws-rule-hits (ws-rule-ix)
           if ws-rule-sev (ws-rule-ix) = "H"
               add 20 to ws-points
               set ws-high-broken to true
           else
               if ws-rule-sev (ws-rule-ix) = "M"
                   add 10 to ws-points
               else
                   add 5 to ws-points
               end-if
           end-if
           if ws-viol-ptr < 32
               string ws-rule-id (ws-rule-ix) delimited by space
                      " "                     delimited by size
                   into ws-viol-list
                   with pointer ws-viol-ptr
               end-string
           end-if
           move ws-emp-id                to ws-rv-emp
           move ws-tag-dept              to ws-rv-dept
           move ws-rule-id (ws-rule-ix)  to ws-rv-rule
           move ws-rule-sev (ws-rule-ix) to ws-rv-sev
           move ws-rule-text (ws-rule-ix) to ws-rv-text
           display ws-rpt-viol-row end-display.

      *-----------------------------------------------------------------
      * 20700-get-cat-value returns what the parsed block stores for
      * ws-stat-cat, geekmaint's lookup; FLAVOR and UNIX both give the
      * flavor and guru rating together.
      *-----------------------------------------------------------------
       20700-get-cat-value.
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
           else if ws-stat-cat = "FLAVOR" or "UNIX"
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

       21000-write-worklist-line.
           perform 25000-parse-block
           move spaces to ws-work-line
           move 1      to ws-work-ptr
           string ws-emp-id delimited by space
                  " "       delimited by size
               into ws-work-line
               with pointer ws-work-ptr
           end-string
           if ws-tag-dept = spaces
               string "-" delimited by size
                   into ws-work-line
                   with pointer ws-work-ptr
               end-string
           else
               string ws-tag-dept delimited by space
                   into ws-work-line
                   with pointer ws-work-ptr
               end-string
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

      *-----------------------------------------------------------------
      * 22100-append-simple-tok walks the screens in interview order.
      * Simple categories map code-to-ordinal through the D rows; the
      * Pens, UNIX and Sex screens are taken apart byte by byte, the
      * exact inverse of what 22600-pens, 23250-unix and 26350-sex
      * build.  Height and Weight are asked but never stored, so they
      * pre-fill as answer 1 like any other unmappable field.
      *-----------------------------------------------------------------
       22100-append-simple-tok.
           move "TYPE"    to ws-lookup-cat
           move ws-type   to ws-lookup-code
           perform 23000-append-dec-tok

           move "DRESS"   to ws-lookup-cat
           move ws-dress  to ws-lookup-code
           perform 23000-append-dec-tok

           move "HAIR"    to ws-lookup-cat
           move ws-hair   to ws-lookup-code
           perform 23000-append-dec-tok

           move "HEIGHT"  to ws-lookup-cat
           move spaces    to ws-lookup-code
           perform 23000-append-dec-tok

           move "WEIGHT"  to ws-lookup-cat
           move spaces    to ws-lookup-code
           perform 23000-append-dec-tok

           move "SHAPE"   to ws-lookup-cat
           move ws-shape  to ws-lookup-code
           perform 23000-append-dec-tok

           move "GLASSES" to ws-lookup-cat
           move ws-glasses to ws-lookup-code
           perform 23000-append-dec-tok

           perform 23100-append-pens-toks

           move "AUTO"    to ws-lookup-cat
           move ws-auto   to ws-lookup-code
           perform 23000-append-dec-tok

           move "AGE"     to ws-lookup-cat
           move ws-age    to ws-lookup-code
           perform 23000-append-dec-tok

           move "WEIRD"   to ws-lookup-cat
           move ws-weird  to ws-lookup-code
           perform 23000-append-dec-tok

           move "VERBAGE" to ws-lookup-cat
           move ws-verbage to ws-lookup-code
           perform 23000-append-dec-tok

           move "COMP"    to ws-lookup-cat
           move ws-comp   to ws-lookup-code
           perform 23000-append-dec-tok

           perform 23200-append-unix-toks

           move "PERL"    to ws-lookup-cat
           move ws-perl   to ws-lookup-code
           perform 23000-append-dec-tok

           move "LINUX"   to ws-lookup-cat
           move ws-linux  to ws-lookup-code
           perform 23000-append-dec-tok

           move "386BSD"  to ws-lookup-cat
           move ws-386bsd to ws-lookup-code
           perform 23000-append-dec-tok

           move "NEWS"    to ws-lookup-cat
           move ws-news   to ws-lookup-code
           perform 23000-append-dec-tok

           move "WEB"     to ws-lookup-cat
           move ws-web    to ws-lookup-code
           perform 23000-append-dec-tok

           move "EMACS"   to ws-lookup-cat
           move ws-emacs  to ws-lookup-code
           perform 23000-append-dec-tok

           move "KIBO"    to ws-lookup-cat
           move ws-kibo   to ws-lookup-code
           perform 23000-append-dec-tok

           move "MS"      to ws-lookup-cat
           move ws-ms     to ws-lookup-code
           perform 23000-append-dec-tok

           move "MAC"     to ws-lookup-cat
           move ws-mac    to ws-lookup-code
           perform 23000-append-dec-tok

           move "VMS"     to ws-lookup-cat
           move ws-vms    to ws-lookup-code
           perform 23000-append-dec-tok

           move "POL"     to ws-lookup-cat
           move ws-pol    to ws-lookup-code
           perform 23000-append-dec-tok

           move "CP"      to ws-lookup-cat
           move ws-cp     to ws-lookup-code
           perform 23000-append-dec-tok

           move "TREK"    to ws-lookup-cat
           move ws-trek   to ws-lookup-code
           perform 23000-append-dec-tok

           move "BAB"     to ws-lookup-cat
           move ws-bab    to ws-lookup-code
           perform 23000-append-dec-tok

           move "JEOP"    to ws-lookup-cat
           move ws-jeop   to ws-lookup-code
           perform 23000-append-dec-tok

           move "ROLE"    to ws-lookup-cat
           move ws-role   to ws-lookup-code
           perform 23000-append-dec-tok

           move "MAGIC"   to ws-lookup-cat
           move ws-magic  to ws-lookup-code
           perform 23000-append-dec-tok

           move "TV"      to ws-lookup-cat
           move ws-tv     to ws-lookup-code
           perform 23000-append-dec-tok

           move "BOOKS"   to ws-lookup-cat
           move ws-books  to ws-lookup-code
           perform 23000-append-dec-tok

           move "DOOM"    to ws-lookup-cat
           move ws-doom   to ws-lookup-code
           perform 23000-append-dec-tok

           move "BARNEY"  to ws-lookup-cat
           move ws-barney to ws-lookup-code
           perform 23000-append-dec-tok

           move "EDUC"    to ws-lookup-cat
           move ws-educ   to ws-lookup-code
           perform 23000-append-dec-tok

           move "MUSIC"   to ws-lookup-cat
           move ws-music  to ws-lookup-code
           perform 23000-append-dec-tok

           move "HOUSE"   to ws-lookup-cat
           move ws-house  to ws-lookup-code
           perform 23000-append-dec-tok

           move "FRIENDS" to ws-lookup-cat
           move ws-friends to ws-lookup-code
           perform 23000-append-dec-tok

           move "REL"     to ws-lookup-cat
           move ws-rel    to ws-lookup-code
           perform 23000-append-dec-tok

           move "NUT"     to ws-lookup-cat
           move ws-nut    to ws-lookup-code
           perform 23000-append-dec-tok

           perform 23300-append-sex-toks.

      *-----------------------------------------------------------------
      * 23000-append-dec-tok: one simple category, code to ordinal.
      *-----------------------------------------------------------------
       23000-append-dec-tok.
           perform 23500-find-code-seq
           if ws-lookup-seq = 0
               move 1 to ws-tok-num
               add 1 to ws-dflt-cnt
           else
               move ws-lookup-seq to ws-tok-num
           end-if
           perform 23900-append-tok-num.

       23100-append-pens-toks.
           perform 23110-map-pens-yn-sub
           if ws-pens (3:1) = "+"
               move 1 to ws-tok-num
           else
               move 2 to ws-tok-num
           end-if
           perform 23900-append-tok-num.

      *-----------------------------------------------------------------
      * The yes/no and count-or-excuse chains below each close on the
      * paragraph period, the way every screen's own chain does, so
      * the appends inside the branches are the whole paragraph.
      *-----------------------------------------------------------------
       23110-map-pens-yn-sub.
           if ws-pens (1:1) = "p" and ws-pens (2:1) numeric
               move 1 to ws-tok-num
               perform 23900-append-tok-num
               move zeroes to ws-tok-num
               move ws-pens (2:1) to ws-tok-num (2:1)
               perform 23900-append-tok-num
           else if ws-pens (1:2) = "p?"
               move 2 to ws-tok-num
               perform 23900-append-tok-num
               move 1 to ws-tok-num
               perform 23900-append-tok-num
           else if ws-pens (1:2) = "!p"
               move 2 to ws-tok-num
               perform 23900-append-tok-num
               move 2 to ws-tok-num
               perform 23900-append-tok-num
           else
               add 1 to ws-dflt-cnt
               move 1 to ws-tok-num
               perform 23900-append-tok-num
               move 1 to ws-tok-num
               perform 23900-append-tok-num
           end-if.

       23200-append-unix-toks.
           move "FLAVOR"        to ws-lookup-cat
           move ws-unix-flavor  to ws-lookup-code
           perform 23000-append-dec-tok
           perform 23210-map-unix-skill
           perform 23900-append-tok-num.

       23210-map-unix-skill.
           if ws-unix-guru = "++++"
               move 1 to ws-tok-num
           else if ws-unix-guru = "+++"
               move 2 to ws-tok-num
           else if ws-unix-guru = "++"
               move 3 to ws-tok-num
           else if ws-unix-guru = "+"
               move 4 to ws-tok-num
           else if ws-unix-guru = spaces
               move 5 to ws-tok-num
           else if ws-unix-guru = "-"
               move 6 to ws-tok-num
           else if ws-unix-guru = "--"
               move 7 to ws-tok-num
           else if ws-unix-guru = "---"
               move 8 to ws-tok-num
           else
               move 5 to ws-tok-num
               add 1 to ws-dflt-cnt
           end-if.

       23300-append-sex-toks.
           perform 23310-map-gender
           perform 23900-append-tok-num
           perform 23320-map-sexuality
           perform 23900-append-tok-num.

       23310-map-gender.
           if ws-sex-gender = "x"
               move 1 to ws-tok-num
           else if ws-sex-gender = "y"
               move 2 to ws-tok-num
           else if ws-sex-gender = "z"
               move 3 to ws-tok-num
           else
               move 3 to ws-tok-num
               add 1 to ws-dflt-cnt
           end-if.

       23320-map-sexuality.
           if ws-sex-pre = "!"
               move 9 to ws-tok-num
           else if ws-sex-pre = "+"
               move 11 to ws-tok-num
           else if ws-sex = "++++"
               move 1 to ws-tok-num
           else if ws-sex = "+++"
               move 2 to ws-tok-num
           else if ws-sex = "++"
               move 3 to ws-tok-num
           else if ws-sex = "+"
               move 4 to ws-tok-num
           else if ws-sex = "-"
               move 5 to ws-tok-num
           else if ws-sex = "--"
               move 6 to ws-tok-num
           else if ws-sex = "*"
               move 7 to ws-tok-num
           else if ws-sex = "**"
               move 8 to ws-tok-num
           else if ws-sex = "?"
               move 10 to ws-tok-num
           else
               move 10 to ws-tok-num
               add 1 to ws-dflt-cnt
           end-if.

       23500-find-code-seq.
           move zeroes to ws-lookup-seq
           move "n"    to ws-lookup-found-flag
           if ws-lookup-code = spaces or ws-lookup-code = "*"
               continue
           else
               perform 23510-scan-code-seq
                   varying ws-lookup-ix from 1 by 1
                   until ws-lookup-ix > ws-dec-cnt or ws-lookup-found
           end-if.

       23510-scan-code-seq.
           if ws-dec-cat (ws-lookup-ix) = ws-lookup-cat
               and ws-dec-code (ws-lookup-ix) = ws-lookup-code
               move ws-dec-seq (ws-lookup-ix) to ws-lookup-seq
               set ws-lookup-found to true
           end-if.

       23900-append-tok-num.
           move spaces to ws-work-tok
           if ws-tok-num < 10
               move ws-tok-num (2:1) to ws-work-tok (1:1)
           else
               move ws-tok-num to ws-work-tok
           end-if
           string " "         delimited by size
                  ws-work-tok delimited by space
               into ws-work-line
               with pointer ws-work-ptr
           end-string.

      *-----------------------------------------------------------------
      * 25000-parse-block unstrings the four data lines back into the
      * answer fields, the same parse 95230-parse-block applies in
      * geekcode's -set path.
      *-----------------------------------------------------------------
       25000-parse-block.
           move spaces to ws-type    ws-dress ws-hair ws-shape
                          ws-glasses ws-pens  ws-auto ws-age
                          ws-weird   ws-verbage ws-comp
           unstring ws-block-line (4) delimited by space
               into ws-type    ws-dress ws-hair ws-shape
                    ws-glasses ws-pens  ws-auto ws-age
                    ws-weird   ws-verbage ws-comp
           end-unstring

           move spaces to ws-unix  ws-perl ws-linux ws-386bsd
                          ws-news  ws-web  ws-mac   ws-vms
                          ws-pol   ws-cp
           unstring ws-block-line (5) delimited by space
               into ws-unix  ws-perl ws-linux ws-386bsd
                    ws-news  ws-web  ws-mac   ws-vms
                    ws-pol   ws-cp
           end-unstring

           move spaces to ws-trek ws-bab ws-jeop ws-role ws-magic
                          ws-emacs ws-kibo ws-ms ws-tv
           unstring ws-block-line (6) delimited by space
               into ws-trek ws-bab ws-jeop ws-role ws-magic
                    ws-emacs ws-kibo ws-ms ws-tv
           end-unstring

           move spaces to ws-books ws-doom ws-barney ws-educ
                          ws-music ws-house ws-rel ws-friends
                          ws-nut   ws-code-sex
           move 1 to ws-sig-ptr
           unstring ws-block-line (7) delimited by space
               into ws-books ws-doom ws-barney ws-educ
                    ws-music ws-house ws-rel ws-friends
                    ws-nut
               with pointer ws-sig-ptr
           end-unstring
           move ws-block-line (7) (ws-sig-ptr:6) to ws-code-sex.

      *-----------------------------------------------------------------
      * 26000-print-departments totals the scored employees by
      * department, then under each department lists its worst
      * offenders, lowest score first, leaving out anyone at 100.
      *-----------------------------------------------------------------
       26000-print-departments.
           perform 26100-tally-emp varying ws-emp-ix from 1 by 1
               until ws-emp-ix > ws-emp-cnt
           display " " end-display
           display "Worst offenders by department (up to " ws-top-n
               " each)"
           end-display
           display "  Employee             Score  Compl  Rules  "
               "Rules broken"
           end-display
           display "  -------------------- -----  -----  -----  "
               "----------------------------------------"
           end-display
           if ws-dept-cnt = 0
               display "(no complete blocks in 'geekcode.roster')"
               end-display
           end-if
           perform 26200-print-dept varying ws-dept-ix from 1 by 1
               until ws-dept-ix > ws-dept-cnt.

       26100-tally-emp.
           move "n" to ws-dept-found-flag
           perform 26110-match-dept varying ws-dept-ix from 1 by 1
               until ws-dept-ix > ws-dept-cnt or ws-dept-found
           if not ws-dept-found
               if ws-dept-cnt < 100
                   add 1 to ws-dept-cnt
                   move ws-dept-cnt to ws-dept-at
                   move ws-et-dept (ws-emp-ix)
                                     to ws-dt-dept (ws-dept-at)
                   move zeroes to ws-dt-heads (ws-dept-at)
                                  ws-dt-total (ws-dept-at)
                                  ws-dt-viol (ws-dept-at)
                   set ws-dept-found to true
               else
                   display "geekqual: more than 100 departments - '"
                       ws-et-dept (ws-emp-ix) "' left out of the "
                       "department section."
                   end-display
               end-if
           end-if
           if ws-dept-found
               add 1 to ws-dt-heads (ws-dept-at)
               add ws-et-score (ws-emp-ix) to ws-dt-total (ws-dept-at)
               if ws-et-viol (ws-emp-ix) > 0
                   add 1 to ws-dt-viol (ws-dept-at)
               end-if
           end-if.

       26110-match-dept.
           if ws-dt-dept (ws-dept-ix) = ws-et-dept (ws-emp-ix)
               move ws-dept-ix to ws-dept-at
               set ws-dept-found to true
           end-if.

       26200-print-dept.
           compute ws-avg =
               ws-dt-total (ws-dept-ix) / ws-dt-heads (ws-dept-ix)
           end-compute
           move ws-dt-dept (ws-dept-ix)  to ws-rd-dept
           if ws-rd-dept = spaces
               move "(none)" to ws-rd-dept
           end-if
           move ws-dt-heads (ws-dept-ix) to ws-rd-heads
           move ws-avg                   to ws-rd-avg
           move ws-dt-viol (ws-dept-ix)  to ws-rd-viol
           display " " end-display
           display ws-rpt-dept-row end-display
           move zeroes to ws-shown-cnt
           move "n"    to ws-pick-done-flag
           perform 26300-pick-worst
               until ws-pick-done or ws-shown-cnt >= ws-top-n
           if ws-shown-cnt = 0
               display "  (every block scores 100)" end-display
           end-if.

       26300-pick-worst.
           move zeroes to ws-pick-ix
           perform 26310-compare-emp varying ws-emp-ix from 1 by 1
               until ws-emp-ix > ws-emp-cnt
           if ws-pick-ix = 0
               set ws-pick-done to true
           else
               move "y" to ws-et-shown (ws-pick-ix)
               add 1 to ws-shown-cnt
               move ws-et-emp (ws-pick-ix)   to ws-rw-emp
               move ws-et-score (ws-pick-ix) to ws-rw-score
               move ws-et-compl (ws-pick-ix) to ws-rw-compl
               move ws-et-viol (ws-pick-ix)  to ws-rw-viol
               move ws-et-list (ws-pick-ix)  to ws-rw-list
               display ws-rpt-worst-row end-display
           end-if.

       26310-compare-emp.
           if ws-et-dept (ws-emp-ix) = ws-dt-dept (ws-dept-ix)
               and ws-et-shown (ws-emp-ix) = "n"
               and ws-et-score (ws-emp-ix) < 100
               if ws-pick-ix = 0
                   move ws-emp-ix to ws-pick-ix
               else
                   if ws-et-score (ws-emp-ix) < ws-et-score (ws-pick-ix)
                       move ws-emp-ix to ws-pick-ix
                   end-if
               end-if
           end-if.

       20900-summary.
           display " " end-display
           display "Rule      Hits" end-display
           display "-------- -----" end-display
           perform 20910-print-rule-hits varying ws-rule-ix
               from 1 by 1 until ws-rule-ix > ws-rule-cnt
           display " " end-display
           display ws-scan-cnt " entries scanned, " ws-emp-cnt
               " scored, " ws-viol-cnt " rule(s) broken; " ws-work-cnt
               " written to 'geekcode.qualwork'."
           end-display
           display ws-dflt-cnt " worklist answer(s) pre-filled as 1 "
               "for hand review."
           end-display
           if ws-short-cnt > 0
               display ws-short-cnt " short block(s) not scored - run "
                   "geekverify."
               end-display
           end-if
           if ws-hand-cnt > 0
               display ws-hand-cnt " id(s) with embedded spaces "
                   "skipped - hand re-interview needed."
               end-display
           end-if
           if ws-rule-bad-cnt > 0
               display ws-rule-bad-cnt " rule(s) in 'geekrule.tbl' "
                   "ignored."
               end-display
           end-if.

       20910-print-rule-hits.
           move ws-rule-id (ws-rule-ix)   to ws-rh-rule
           move ws-rule-hits (ws-rule-ix) to ws-rh-hits
           display ws-rpt-hits-row end-display.

       93000-parse-cmdln.
           if ws-cl-args = "-h" or "-H" or "--help" or "/h" or "/?"
               display "Usage: geekqual [options]" end-display
               display " " end-display
               display "Scores every block in geekcode.roster for "
                   "completeness and the rules in"
               end-display
               display "geekrule.tbl, lists the worst offenders by "
                   "department and writes"
               end-display
               display "geekcode.qualwork in geekcode batch format, "
                   "pre-filled from the stored codes."
               end-display
               display " " end-display
               display "Options: " end-display
               display "    -h, --help            Display this message"
               end-display
               display "    -v, --version         Display version"
               end-display
               display "    -top N                Offenders listed per "
                   "department (default 5)"
               end-display
               display "    -below N              Re-interview scores "
                   "under N (default 70)"
               end-display
               perform 94000-terminate
           else if ws-cl-args = "-v" or "-V" or "--version"
               display "geekqual 0.1" end-display
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
           if ws-cl-word1 = "-top" or "--top"
               perform 93100-next-word
               perform 93300-check-number
               move ws-cl-word1 (1:ws-cl-len) to ws-top-n
               if ws-top-n = 0
                   display "geekqual: -top needs a number from 1 to "
                       "999."
                   end-display
                   perform 94000-terminate
               end-if
               perform 93100-next-word
           else if ws-cl-word1 = "-below" or "--below"
               perform 93100-next-word
               perform 93300-check-number
               move ws-cl-word1 (1:ws-cl-len) to ws-below
               if ws-below > 101
                   display "geekqual: -below needs a score from 0 to "
                       "101."
                   end-display
                   perform 94000-terminate
               end-if
               perform 93100-next-word
           else
               display "geekqual: invalid option." end-display
               display "Try `geekqual -h' for more information."
               end-display
               perform 94000-terminate
           end-if.

       93300-check-number.
           move zeroes to ws-cl-len
           inspect ws-cl-word1 tallying ws-cl-len
               for characters before initial space
           if ws-cl-len = 0 or ws-cl-len > 3
               or ws-cl-word1 (1:ws-cl-len) not numeric
               display "geekqual: -top and -below take a number, not '"
                   ws-cl-word1 "'."
               end-display
               perform 94000-terminate
           end-if.

       94000-terminate.
           goback.

       30000-cleanup.
           goback.
