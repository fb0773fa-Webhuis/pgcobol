      *    three-tier-operations methods
      *    operator sign-on service
       01 primes-logon.
        03 logon-methods           pic x(32).
         88 logon-signon           value "signon".
         88 logon-touch            value "touch".
         88 logon-signoff          value "signoff".
      *    signon asks for the operator id and secret and checks them
      *    against primes_operator_signon, a temporary or expired
      *    secret must be changed on the spot; touch is called before
      *    every action and asks for the secret again once the session
      *    was idle longer than PRIMES_IDLE_MINS; logon-program names
      *    the caller in primes_operator_audit
        03 logon-program           pic x(12) value space.
        03 logon-operator          pic x(16) value space.
        03 logon-state.
         05 logon-signed-on        pic x     value "N".
          88 logon-is-signed-on    value "Y".
         05 logon-last-minute      pic 9(12) value zero.
        03 logon-result            pic 9(2)  value zero.
         88 logon-method-ok        value 0.
         88 logon-refused          value 1.
         88 logon-locked           value 2.
         88 logon-timed-out        value 3.
