      * appended each time a step of the daily chain proceeds under
      * the run-control cycle override after its cycle check blocked
      * it: the business date, the program that was forced, and the
      * reason the cycle check gave for blocking it. MASTER_RESTORE
      * appends a line the same way for every restore of the masters,
      * naming the business date it put them back to. The file only
      * ever grows, so a forced run stays on the record even after
      * the day completes cleanly.
      ******************************************************************
