*>             checks every reported path against, in the same
*>             units netEdgeTime carries. Zeros or spaces take
*>             the built-in default (480).
*> 261015 OS   added parmVehicleClass - the vehicle class (see
*>             netrec netVehicleClasses) the run's solves and
*>             alternates are computed for: only links that take
*>             that class are used, and the report heading states
*>             the class. Space means no class restriction, so
*>             every PARMFILE written before the field existed is
*>             unchanged. Request-file answers use each request's
*>             own reqVehicleClass instead.
*> 261015 OS   added parmDisruptionFlag - "Y" runs the disruption
*>             re-route: the declared outages on OVRFILE (see
*>             ovrrec) are applied, every answered request on the
*>             current RSPFILE whose path crosses a failed link or
*>             site is re-answered against the network without
*>             them, and a re-route notice (see rrnrec) goes to
*>             RRNFILE for each, with the summary by requesting
*>             system on DISRPT. RSPFILE is read, not written, in
*>             that mode, in step with the REQFILE it answered.
*>             Wins over parmRequestFlag and parmAllPairsFlag;
*>             parmMetricCode must be the metric the RSPFILE was
*>             answered in. Space means a normal run.
*>****************************************************************
01 parmRecord.
    02 parmOriginNode pic x(05).
        03 parmAvoidOcr occurs 3.
            04 parmAvoidNodeVal pic x(05).
    02 parmShiftLimit pic 9(04).
    02 parmVehicleClass pic x(01).
    02 parmDisruptionFlag pic x(01).
