       01 W-ACUM13       PIC 9(09)V99 VALUE ZEROS.
       01 W-PROVFER      PIC 9(09)V99 VALUE ZEROS.
       01 W-ACUMFER      PIC 9(09)V99 VALUE ZEROS.
       01 W-REMUN        PIC 9(09)V99 VALUE ZEROS.
       01 W-TIPOADIC     PIC X(01) VALUE SPACES.
       01 W-VALADIC      PIC 9(06)V99 VALUE ZEROS.
       01 W-IDXD         PIC 9(02) VALUE ZEROS.
       01 TAB-DEPTO.
           03 TD-ITEM OCCURS 99 TIMES.
           IF W-MESFER = ZEROS
              MOVE 12 TO W-MESFER.

      *    REMUNERACAO = SALARIO + ADICIONAL DA FUNCAO
           MOVE SALARIOBASE TO W-REMUN
           CALL "ADICFUNC" USING FUNC W-REMUN W-TIPOADIC W-VALADIC
           ADD W-VALADIC TO W-REMUN
           COMPUTE W-PROV13 ROUNDED = W-REMUN / 12
           COMPUTE W-ACUM13 ROUNDED = (W-REMUN / 12) * W-MES13
           COMPUTE W-PROVFER ROUNDED =
              (W-REMUN / 12) + ((W-REMUN / 12) / 3)
           COMPUTE W-ACUMFER ROUNDED = W-PROVFER * W-MESFER

           ADD 1 TO TD-QTDFUNC(DEPARTAMENTO)
