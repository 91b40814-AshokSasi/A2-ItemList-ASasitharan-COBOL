      *  the driver for the same run date/run-id resumes at the
      *  first step that did not complete, so an abend costs the
      *  failed step, not the whole chain. The step log prints on
      *  the A2-RunHist report alongside the run entries. Any step
      *  that ends with a return code of 8 or more fails and stops
      *  the chain - A2-FileCheck scheduled as the first step keeps
      *  a broken master file from producing a wrong day.
       environment division.
       configuration section.
      *
         05 ws-step-timestamp           pic x(16) value spaces.
         05 ws-step-date                pic x(8)  value spaces.
         05 ws-step-time                pic x(8)  value spaces.
         05 ws-step-return-code         pic 9(4)  value 0.
      *
      * The runlog verdict for the A2-ItemList step - the last "E"
      * entry for this run date/run-id is the one that counts; a
               display "A2-JobStream: running step " sc-step-number
                 " " function trim(sc-program-name)
               move sc-program-name to ws-step-program
               move 0 to return-code
               call ws-step-program
                   on exception
                       display "A2-JobStream: unable to run "
                         function trim(ws-step-program)
                       move "y" to ws-step-failed-flag
               end-call
      *
      * A step that leaves a return code of 8 or more - A2-FileCheck
      * finding a broken file - fails, stopping the chain behind it.
               if ws-step-failed-flag not = "y"
                   move return-code to ws-step-return-code
                   if ws-step-return-code not < 8
                       display "A2-JobStream: "
                         function trim(ws-step-program)
                         " ended with return code "
                         ws-step-return-code
                       move "y" to ws-step-failed-flag
                   end-if
                   cancel ws-step-program
               end-if
      *
