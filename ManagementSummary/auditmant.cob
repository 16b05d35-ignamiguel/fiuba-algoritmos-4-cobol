      * Uniform change-audit writer for the maintenance screens,
      * CALLed like joblog. One line per update any Mant program
      * makes to a master: user, timestamp, program, operation
      * (A alta / M modificacion / B baja / D decision / C colision
      * - a change dropped because someone else rewrote the record
      * first, with the version on file as the before image and the
      * dropped one as the after), the record's key, and the
      * before/after images - so "who raised that limit" stops
      * being unanswerable. The audit must never
      * take a screen down: a bad status just loses the line.

       ENVIRONMENT DIVISION.
