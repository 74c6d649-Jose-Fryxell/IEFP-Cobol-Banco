      ******************************************************************
      * Run-control record - one per business date and batch job
      * (FIMDIA, PROVADIA, PROVAGL, PROVAREF, BALOPER, ARQMOV,
      * COMPENSA, DORMENCA, COMPSAI, COMPDEV, CARTAUT, CARTLIQ), held
      * on the indexed CONTROLO file keyed by business date + job
      * name.
      * ESTADO-CTL: I = em curso (the job owns the batch window and
      * the interactive programs refuse to open a session),
      * C = completo. FIMDIA refuses to start when its record for
      * the date is already 'C', so a restart cannot charge interest
      * and maintenance twice; PROVADIA and PROVAREF refuse to run
      * before FIMDIA's record for the date is 'C'. Start and end
      * times are kept as HHMM for the operations log.
      * VEREDICTO-CTL is the verdict of the proof jobs (PROVADIA,
      * PROVAGL, PROVAREF), set when they complete: L = limpo
      * (everything proved), N = nao limpo (exceptions on the
      * listing). Spaces while the proof runs; not used by the
      * other jobs.
      ******************************************************************
       01 REG-CONTROLO.
           05 CHAVE-CTL.
           05 ESTADO-CTL               PIC X.
           05 HORA-INICIO-CTL          PIC 9(4).
           05 HORA-FIM-CTL             PIC 9(4).
           05 VEREDICTO-CTL            PIC X.
