      *****************************************************************
      *                                                               *
      * OperCheck                                                     *
      *                                                               *
      * The one place an operator ID is judged against the profile    *
      * control file (OPERCTL). Every program that acts on an         *
      * operator's say-so - a maintenance change, an approval, a      *
      * repair, a restore, a forced rerun - CALLs here instead of     *
      * taking whatever name was typed, same reasoning as             *
      * AcctLookup: one copy of the logic, every caller behaves       *
      * identically.                                                  *
      *                                                               *
      * CALL "OperCheck" USING check-operator, check-right,           *
      *                        check-result                           *
      *                                                               *
      * check-right names the action, one byte:                       *
      *     A - account maintenance      T - table maintenance        *
      *     P - pending approval         R - reject repair            *
      *     S - restore                  F - forced rerun             *
      *     W - break write-off                                       *
      *                                                               *
      * check-result comes back as one byte:                          *
      *     Y - the operator is active and holds the right            *
      *     N - the ID is not on OPERCTL (a blank ID never is)        *
      *     S - the ID is on file but suspended                       *
      *     R - the ID is active but does not hold the right          *
      *     U - OPERCTL itself unavailable - nobody is authorized     *
      *         until the profiles exist; the caller refuses          *
      *                                                               *
      * The file is opened and closed per call, the same way          *
      * AcctLookup treats the master - these are low-volume checks.   *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. OperCheck.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select operator-file assign to "OPERCTL"
               organization is line sequential
               file status is operctl-status.

       data division.
       file section.
       fd  operator-file.
       01  operator-record pic x(44).

       working-storage section.
           copy "WS-RETURN-CODES".
       01  operctl-status pic xx.
       01  operctl-eof-switch pic x.
           88  operctl-eof value "Y".
       01  right-idx pic 9 comp-3.
           copy "WS-OPERCTL-RECORD".

       linkage section.
       01  check-operator pic x(8).
       01  check-right pic x.
       01  check-result pic x.
           88  check-authorized value "Y".
           88  check-not-found value "N".
           88  check-suspended value "S".
           88  check-no-right value "R".
           88  check-unavailable value "U".

       procedure division using check-operator check-right
               check-result.
       main-logic.
           set check-not-found to true
           evaluate check-right
               when "A"
                   move 1 to right-idx
               when "T"
                   move 2 to right-idx
               when "P"
                   move 3 to right-idx
               when "R"
                   move 4 to right-idx
               when "S"
                   move 5 to right-idx
               when "F"
                   move 6 to right-idx
               when "W"
                   move 7 to right-idx
               when other
                   move zero to right-idx
           end-evaluate
           open input operator-file
           if operctl-status not equal "00"
               set check-unavailable to true
               move RC-ERROR to return-code
               goback
           end-if
           if check-operator equal spaces
               close operator-file
               move RC-SUCCESS to return-code
               goback
           end-if

           move "N" to operctl-eof-switch
           perform until operctl-eof
               read operator-file
                   at end
                       move "Y" to operctl-eof-switch
                   not at end
                       move operator-record to ws-operctl-record
                       if op-id equal check-operator
                           move "Y" to operctl-eof-switch
                           perform judge-profile
                       end-if
               end-read
           end-perform

           close operator-file
           move RC-SUCCESS to return-code
           goback.

      * an unknown action code holds no right on any profile
       judge-profile.
           evaluate true
               when not op-active
                   set check-suspended to true
               when right-idx equal zero
                   set check-no-right to true
               when op-right (right-idx) equal "Y"
                   set check-authorized to true
               when other
                   set check-no-right to true
           end-evaluate.

       end program OperCheck.
