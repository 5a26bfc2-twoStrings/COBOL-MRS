      * existed); the companion posting runs copy this book so every
      * feed writer stays in step on the layout.
      *
      * Every posting goes out with its offsetting line (cash, card
      * clearing, payables - by tender or transaction type) under
      * the same journal number, so each journal nets to zero. The
      * posting runs lay their lines down on a staging file in this
      * layout with the line's site on the end (MRS-GLSTG.CPY);
      * MRS-5030 releases a journal to the feed only if it nets to
      * zero and holds it back, reported, if it does not. No line
      * goes onto the feed without first passing MRS-5040, which
      * keeps it out of a closed accounting month and adds it to
      * the GL history ledger (MRS-GLHIST.CPY).
      *
      * The record length is 65 characters.
      *
      * The file is Line Sequential.
