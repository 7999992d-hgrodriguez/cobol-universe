      *    ONE COMPONENT OF A KIT ON kit.dat - A KIT IS AN ORDINARY
      *    product.dat CODE (IT CARRIES THE NAME AND THE KIT PRICE)
      *    THAT OWNS ONE ROW HERE PER COMPONENT. SELLING THE KIT
      *    DRAWS STOCK FROM THE COMPONENTS, NEVER FROM THE KIT CODE
      *    ITSELF. MAINKITMAINT KEEPS THE FILE.
       02 KC-PARENT-CODE    PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
       02 KC-COMP-CODE      PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
      *       HOW MANY OF THE COMPONENT GO INTO ONE KIT
       02 KC-COMP-QTY       PIC 9(3).
