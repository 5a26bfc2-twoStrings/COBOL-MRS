      * and GL runs total), taxed from the jurisdiction table. Lines
      * from before the field existed carry spaces - tax zero.
      *
      * MRS-CSL-COMBO-NO is the combo a component line was rung
      * under (MRS-COMBO.CPY), zero on a line sold on its own, so
      * the margin report can put a combo's lines back together.
      * Lines from before the field existed carry spaces - not a
      * combo.
      *
      * The record length is 72 characters.
      *
      * The file is Line Sequential, written with OPEN EXTEND so
          05 MRS-CSL-DISCOUNT                  PIC 9(5)V99.
          05 PIC X(1) VALUE SPACE.
          05 MRS-CSL-TAX                       PIC 9(5)V99.
          05 PIC X(1) VALUE SPACE.
          05 MRS-CSL-COMBO-NO                  PIC 99.
