      * "E" (EM EXECUCAO) at start-up and rewrites it with its
      * counters and status "C" (CONCLUIDO) at a clean end, so the
      * morning MORNRPT report can flag a job that is missing, still
      * "E" (abended) or ran out of sequence. A job that ran to the
      * end but refused its output (GLPOST with an unbalanced or
      * unmapped journal) ends with status "R" (REJEITADO). A rerun
      * on the same business date rewrites the same record.
      ******************************************************************
       01  RUN-RECORD.
           05  RUN-CHAVE.
