       01 notify-rec.
           *> one event per key, so the same overdue invoice or
           *> renewal is never queued twice: APPT booking, READY
           *> work order complete, OVERDU invoice overdue, RENEW
           *> registration or inspection due, RECALL open recall
           02 nqKey.
               03 nqEvent pic x(06).
               03 nqRef pic x(20).
           02 nqCustNumber pic 9(06).
           02 nqRaisedDate pic 9(08).
           02 nqText pic x(60).
           *> Q queued, S sent to the gateway, D delivered, F failed
           *> with no other channel to try, H held - no consented,
           *> working contact, so it stays on the printed lists
           02 nqStatus pic x(01).
           *> E email, S SMS - the channel it went out on
           02 nqChannel pic x(01).
           02 nqAddress pic x(40).
           *> the gateway's handle for the message; 0 until sent
           02 nqMsgId pic 9(08).
           02 nqSentDate pic 9(08).
           02 nqResultDate pic 9(08).
           02 nqResult pic x(20).
