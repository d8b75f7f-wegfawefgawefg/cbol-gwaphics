      * WL-FUNCTION: 'A' acquire (records owner, demo and a
      * timestamp in WALLLOCK.DAT; refused when held, unless the
      * holder's stamp is older than WL-STALE-MINS - a lock a
      * crashed run left behind - in which case a supervisor
      * seizes it, and anyone else is refused as if it were held),
      * 'R' release (only the recorded owner may), 'Q' query.
      * Every acquire, refusal, seizure and release is appended to
      * the shared AUDIT.LOG, so the trail can say who owned the
