*>           so scheduling a change can never invent a
*>           transaction shape maintenance does not expect.
*> 260903 OS   added for effective-dated network changes
*> 261015 OS   pndTransactionImage widened to 60 with nettxn's
*>             txnVehicleClasses, so a scheduled change can carry
*>             a link's vehicle-class restriction like any other
*>             edge attribute.
*> 261015 OS   added type "B" - each PNDFILE generation also keeps
*>             the queue exactly as it stood before the night that
*>             wrote it, so an operator rerun of that night (see
*>             runctl, runparm) can back the night's releases,
*>             schedules and cancels out by starting again from
*>             it. Only "S" records are the live queue.
*> 261015 OS   added type "N" - heads each PNDFILE generation with
*>             the business date of the night that wrote it (in
*>             pndEffectiveDate), so a rerun of a night that only
*>             partly released can tell whether the "B" image it
*>             finds is that night's.
*>****************************************************************
01 pendingChangeRecord.
    02 pndRecordType pic x(01).
        88 pndRecordIsSchedule value "S".
        88 pndRecordIsCancel value "C".
        88 pndRecordIsBackout value "B".
        88 pndRecordIsNight value "N".
    02 pndEffectiveDate pic 9(08).
    02 pndTransactionImage pic x(60).
