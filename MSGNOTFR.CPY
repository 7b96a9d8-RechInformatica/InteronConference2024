      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGNOTFR: Record layout for the notification-bridge config
      *>-> (MSGNOTF.DAT). One row tells MSGPAGE how to page someone when
      *>-> a withErrorIcon dialog fires while MSGBOX is running headless
      *>-> (through MSGNOTFY) and at each escalation (through MSGESCL).
      *>-> NC-METHOD "COMMAND" shells out to NC-TARGET (a mailer/webhook
      *>-> script); "QUEUE" just drops a record for an external poller.
      *>--------------------------------------------------------------------------------------------------------------<*
