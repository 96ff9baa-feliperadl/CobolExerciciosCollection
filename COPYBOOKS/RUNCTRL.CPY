      *      ARQALU   name      physical student grade feed
      *      SIMULA   S         Reajuste projects only - no REWRITE
      *      TOLERAN  nnn       pct swing Tendencia flags (dflt 50)
      *      VARBASE  yyyymmdd  earlier master unload Variacao
      *                         compares (dflt newest catalogued)
      *      HONRA    nnn       class positions Ranking puts on
      *                         the honors list (dflt 3)
      *    A missing file or key leaves the legacy unstamped names
      *    and the ARQENT.DAT defaults in place, so a directory
      *    without RUNCTRL.DAT behaves exactly as it always has.
