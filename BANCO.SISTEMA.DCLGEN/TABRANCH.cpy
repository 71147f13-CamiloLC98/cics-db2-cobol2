      *--- SUCURSAL. EL MAPEO TERMINAL-SUCURSAL VIVE EN TATERMBR Y LA
      *--- SUCURSAL SE DERIVA Y ESTAMPA AL POSTEAR (TATRANS.SUCURSAL_T,
      *--- VER 880-DERIVAR-SUCURSAL EN SUCTRMPR.cpy)
      *--- CASA_MATRIZ 'S' MARCA LAS SUCURSALES DE CASA MATRIZ: SUS
      *--- OPERADORES (TAOPERA.SUCURSAL_OPERADOR) VEN EN EL REPOSITORIO
      *--- DE REPORTES (RPTVCOB) LOS REPORTES DE TODAS LAS SUCURSALES Y
      *--- LOS QUE SON SOLO DE CASA MATRIZ
      ******************************************************************
           EXEC SQL DECLARE TABRANCH TABLE
           ( SUCURSAL_ID                    CHAR(4) NOT NULL,
             NOMBRE_SUCURSAL                CHAR(30) NOT NULL,
             CIUDAD_SUCURSAL                CHAR(20) NOT NULL,
             CASA_MATRIZ                    CHAR(1) NOT NULL
                                            WITH DEFAULT 'N'
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TABRANCH                           *
           10 CL-NOMBRE-SUCURSAL   PIC X(30).
      *                       CIUDAD_SUCURSAL
           10 CL-CIUDAD-SUCURSAL   PIC X(20).
      *                       CASA_MATRIZ
           10 CL-CASA-MATRIZ       PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
