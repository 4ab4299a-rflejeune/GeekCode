      *                                                                *
      *Author. Randy LeJeune.                                          *
      *Date-written.  02 Sep 2026. (v. 0.1)                            *
      *Edited:        15 October 2026 - geekbackup takes a generation  *
      *                                 of the roster data as the      *
      *                                 first step. (v. 0.2)           *
      *               15 October 2026 - geekpublish writes the changed *
      *                                 signatures for the mail        *
      *                                 gateway as the last step.      *
      *                                 (v. 0.3)                       *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *                                                                *
      ******************************************************************
      ******************************************************************
      *   geeknightly runs the batch window as one job: geekbackup,    *
      *   geekverify, geekroster, geekmast -build, geekrecon,          *
      *   geekstats, geekdecode -export, geekpublish,                  *
      *   in that order, under a single acquisition of the             *
      *   geekcode.lock run lock.  The driver drops a marker file,     *
      *   geekcode.lock/chain, inside the lock it holds; geekbackup,   *
      *   geekverify and geekpublish see the marker and run without    *
      *   taking the lock themselves, so the chain cannot deadlock on  *
      *   its own serialization.  Each                                 *
      *   completed step is recorded in geekcode.chain.ckpt - one      *
      *   step name per line, the way geekcode.restart records         *
      *   answered categories - so a rerun after a 2am failure picks   *
      * checkpoint and the log; the command is what the shell runs.
      *-----------------------------------------------------------------
       01  ws-step-def-tab.
           05  filler                  pic x(52)     value
               "geekbackup  geekbackup                              ".
           05  filler                  pic x(52)     value
               "geekverify  geekverify                              ".
           05  filler                  pic x(52)     value
               "geekstats   geekstats                               ".
           05  filler                  pic x(52)     value
               "geekdecode  geekdecode -export                      ".
           05  filler                  pic x(52)     value
               "geekpublish geekpublish                             ".

       01  ws-step-tab redefines ws-step-def-tab.
           05  ws-step-entry           occurs 8 times.
               10  ws-step-name        pic x(12).
               10  ws-step-cmd         pic x(40).

       01  ws-step-done-tab.
           05  ws-step-done            pic x         occurs 8 times
                                                     value "n".

       77  ws-step-ix                  pic 9(02)     value zeroes.

       10120-note-ckpt-line.
           perform 10130-match-ckpt-step varying ws-step-ix from 1 by 1
               until ws-step-ix > 8
           perform 10110-read-ckpt-line.

       10130-match-ckpt-step.

       20000-process.
           perform 21000-run-one-step varying ws-step-ix from 1 by 1
               until ws-step-ix > 8 or ws-chain-failed
           perform 20900-summary.

       21000-run-one-step.
                   "failed step."
               end-display
           else
               display "geeknightly: PASS - all 8 steps complete."
               end-display
               move "rm -f geekcode.chain.ckpt" to ws-command
               call "system" using ws-command
           if ws-cl-args = "-h" or "-H" or "--help" or "/h" or "/?"
               display "Usage: geeknightly [options]" end-display
               display " " end-display
               display "Runs geekbackup, geekverify, geekroster, "
                   "geekmast -build, geekrecon, geekstats,"
               end-display
               display "geekdecode -export and geekpublish under one "
                   "run lock, checkpointing each step."
               end-display
               display " " end-display
               display "Options: " end-display
