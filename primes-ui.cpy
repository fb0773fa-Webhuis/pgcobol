         88 empty-ui               value "empty-report".
         88 writeline-ui           value "write-line".
         88 prompt-ui              value "prompt".
         88 capture-start-ui       value "capture-start".
         88 capture-line-ui        value "capture-line".
         88 capture-stop-ui        value "capture-stop".
        03 process-message.
         05 program-name           pic x(20).
         05 program-line.
         05 ui-run-stamp           pic x(20)  value space.
         05 ui-run-params          pic x(40)  value space.
        03 ui-report-filename      pic x(40) value space.
      *    messages and prompts are copied to the capture file while
      *    one is open, the dispatcher opens one per queued job
        03 ui-capture-filename     pic x(40) value space.
        03 ui-report-line          pic x(132) value space.
        03 ui-page-count           pic 9(4)  value zero.
        03 ui-message-number       pic 9(4)  value zero.
