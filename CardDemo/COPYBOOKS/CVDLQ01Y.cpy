      * One row per account per aging run, written by CBACT06C as it
      * classifies the account - the same bucket assignment the aging
      * report prints, persisted instead of dropped on the floor.
      * CBRAG01C also writes the day's current-bucket row for an
      * account it re-ages, so the cure shows in the roll rates.
      * Keyed run date first so the CBDLQ01C roll-rate report can walk
      * one run's slice and pair each account against its prior-run
      * row by direct read. Bucket index matches CBACT06C's table:
