      *****************************************************************
      *                                                               *
      * WS-OPERCTL-RECORD                                             *
      *                                                               *
      * Common layout for one operator profile on OPERCTL. Each       *
      * valid operator ID appears once, with a status (A active, S    *
      * suspended - a suspended ID is refused everything but stays    *
      * on file for the access review) and one Y/N flag per           *
      * controlled action:                                            *
      *                                                               *
      *     1  account maintenance (AcctMaint A, C, X, R)             *
      *     2  table maintenance (TableMaint, CalMaint)               *
      *     3  pending approval (AcctMaint V, PendRelease)            *
      *     4  reject repair (Resubmit)                               *
      *     5  restore (Restore)                                      *
      *     6  forced reruns (DailyBatch FORCE, Manifest MANFORCE)    *
      *     7  break write-off (WriteOff)                             *
      *                                                               *
      * The review date is when the profile was last confirmed by     *
      * the operator's manager - OperReview flags one gone stale.     *
      * OperCheck is the one place the file is read for a decision.   *
      *                                                               *
      * Built as a WORKING-STORAGE group and MOVEd into the flat FD   *
      * record before WRITE, same reasoning as WS-AUDIT-RECORD.       *
      *                                                               *
      *****************************************************************
       01  ws-operctl-record.
           05  op-id pic x(8).
           05  op-name pic x(20).
           05  op-status pic x.
               88  op-active value "A".
               88  op-suspended value "S".
           05  op-rights.
               10  op-right-acct-maint pic x.
               10  op-right-table-maint pic x.
               10  op-right-pend-approve pic x.
               10  op-right-reject-repair pic x.
               10  op-right-restore pic x.
               10  op-right-force pic x.
               10  op-right-write-off pic x.
           05  op-rights-table redefines op-rights.
               10  op-right pic x occurs 7 times.
           05  op-review-date pic x(8).
