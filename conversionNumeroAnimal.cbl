      >>SOURCE FORMAT FREE
*> Conversión de una sola vez al número de animal permanente: numera
*> el inventario existente, arma el registro de animales REGANIMA y
*> agrega el número a cada archivo que se refiere a un animal
*> (historial de ventas, facturas, log vigente y archivado,
*> expediente sanitario y caja), que hasta ahora lo identificaban por
*> sucursal+nombre. Corre una vez, con el job diario parado, antes de
*> la primera corrida de AnimalProgram con los archivos nuevos. Las
*> cuentas por pagar (CTAPAGAR) no se tocan: AnimalProgram las crea ya
*> con el número de animal en la llave.
*>
*> Cada archivo se copia primero a COPIATRB y se vuelve a grabar
*> desde ahí con el formato nuevo, igual que AnimalProgram regraba
*> VENTAHIS al marcar una devolución. Un renglón que no se puede
*> atribuir a un animal con certeza queda con número cero (los
*> programas lo siguen tratando por nombre) y se cuenta en el resumen
*> final; en ese caso el programa termina con código de retorno 4. Si
*> REGANIMA ya tiene animales, la conversión ya se hizo y el programa
*> se detiene sin tocar nada (código 8), lo mismo que si un archivo
*> no se puede abrir con el formato anterior.
*>
*> El formato anterior de PERROINV y FACTREG es el original, de antes
*> de los traslados entre sucursales y de las notas de crédito: el
*> inventario termina en el proveedor y la factura en el importe. Los
*> campos que faltan se agregan aquí: el inventario sin traslado en
*> curso (origen y fecha de traslado en blanco) y cada documento como
*> factura ('F') sin devolución ni documento relacionado, igual que
*> AnimalProgram graba una factura nueva.
IDENTIFICATION DIVISION.
PROGRAM-ID. ConversionNumeroAnimal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   *> Formato anterior de los archivos indexados, llave por
   *> sucursal+nombre o por su número de siempre.
   SELECT InventarioAnteriorFile
      ASSIGN TO 'PERROINV'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS ClaveInvAnterior
      FILE STATUS IS EstadoInvAnterior.

   SELECT LogAnteriorFile
      ASSIGN TO 'PERROLOG'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS LogAntTransaccionId
      FILE STATUS IS EstadoLogAnterior.

   SELECT FacturaAnteriorFile
      ASSIGN TO 'FACTREG'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS SEQUENTIAL
      RECORD KEY IS FactAntNumeroKey
      FILE STATUS IS EstadoFactAnterior.

   *> Formato nuevo, el mismo que usa AnimalProgram.
   SELECT PerroInventarioFile
      ASSIGN TO 'PERROINV'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS NumeroAnimalKey
      ALTERNATE RECORD KEY IS ClavePerroInv WITH DUPLICATES
      FILE STATUS IS EstadoInventarioFile.

   SELECT RegistroAnimalFile
      ASSIGN TO 'REGANIMA'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS RegNumeroAnimal
      ALTERNATE RECORD KEY IS RegNombre WITH DUPLICATES
      ALTERNATE RECORD KEY IS RegMicrochip WITH DUPLICATES
      FILE STATUS IS EstadoRegistroAnimalFile.

   SELECT PerroLogFile
      ASSIGN TO 'PERROLOG'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS LogTransaccionId
      FILE STATUS IS EstadoLogFile.

   SELECT FacturaRegFile
      ASSIGN TO 'FACTREG'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS FactNumeroKey
      FILE STATUS IS EstadoFacturasFile.

   SELECT PerroLogArcFile
      ASSIGN TO 'PERROLGA'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoLogArcFile.

   SELECT VentaHistFile
      ASSIGN TO 'VENTAHIS'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoVentasFile.

   SELECT SaludFile
      ASSIGN TO 'SALUDREC'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoSaludFile.

   SELECT CajaMovFile
      ASSIGN TO 'CAJAMOV'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoCajaFile.

   SELECT CopiaTrabajoFile
      ASSIGN TO 'COPIATRB'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoCopiaFile.

DATA DIVISION.
FILE SECTION.

*> Inventario con la llave vieja (sucursal+nombre), en su largo
*> original de 84; del resto del renglón sólo interesa copiarlo
*> entero. Lo mismo la factura, en su largo original de 77.
FD InventarioAnteriorFile.
01 InventarioAnteriorRecord.
   05 ClaveInvAnterior.
      10 SucursalInvAnterior PIC X(03).
      10 NombreInvAnterior PIC X(20).
   05 RestoInvAnterior PIC X(61).

FD LogAnteriorFile.
01 LogAnteriorRecord.
   05 LogAntTransaccionId PIC 9(6).
   05 RestoLogAnterior PIC X(82).

FD FacturaAnteriorFile.
01 FacturaAnteriorRecord.
   05 FactAntNumeroKey PIC 9(6).
   05 RestoFactAnterior PIC X(71).

*> Los renglones nuevos llevan el formato anterior completo en un
*> grupo, para pasarlo de una sola vez, y detrás los campos que el
*> formato anterior no tenía: el número de animal, más el traslado y
*> el microchip en el inventario y el tipo, el estado y el documento
*> relacionado en la factura.
FD PerroInventarioFile.
01 PerroInventarioRecord.
   05 NumeroAnimalKey PIC 9(7).
   05 DatosPerroInv.
      10 ClavePerroInv.
         15 SucursalPerroKey PIC X(03).
         15 NombrePerroKey PIC X(20).
      10 EdadPerroReg PIC 99.
      10 RazaPerroReg PIC X(20).
      10 PrecioPerroReg PIC 9999.
      10 FechaIngresoReg PIC X(08).
      10 FILLER PIC X(27).
   05 SucursalOrigenReg PIC X(03).
   05 FechaTrasladoReg PIC X(08).
   05 MicrochipReg PIC X(15).

FD RegistroAnimalFile.
01 RegistroAnimalRecord.
   05 RegNumeroAnimal PIC 9(7).
   05 RegNombre PIC X(20).
   05 RegSucursalAlta PIC X(03).
   05 RegFechaAlta PIC X(08).
   05 RegTransaccionAlta PIC 9(6).
   05 RegRaza PIC X(20).
   05 RegMicrochip PIC X(15).

FD PerroLogFile.
01 PerroLogRecord.
   05 DatosLog.
      10 LogTransaccionId PIC 9(6).
      10 LogFecha PIC X(08).
      10 LogNombrePerro PIC X(20).
      10 FILLER PIC X(26).
      10 LogEstado PIC X(01).
      10 LogSucursal PIC X(03).
      10 FILLER PIC X(24).
   05 LogNumeroAnimal PIC 9(7).

FD FacturaRegFile.
01 FacturaRegRecord.
   05 DatosFactura.
      10 FactNumeroKey PIC 9(6).
      10 FactFecha PIC X(08).
      10 FactSucursal PIC X(03).
      10 FactClienteId PIC 9(5).
      10 FactClienteNombre PIC X(30).
      10 FactAnimal PIC X(20).
      10 FactImporte PIC 9(5).
   05 FactTipoDocumento PIC X(01).
   05 FactEstado PIC X(01).
   05 FactDocRelacionado PIC 9(6).
   05 FactNumeroAnimal PIC 9(7).

FD PerroLogArcFile.
01 PerroLogArcRecord.
   05 DatosLogArc.
      10 ArcTransaccionId PIC 9(6).
      10 ArcFecha PIC X(08).
      10 ArcNombrePerro PIC X(20).
      10 FILLER PIC X(26).
      10 ArcEstado PIC X(01).
      10 ArcSucursal PIC X(03).
      10 FILLER PIC X(24).
   05 ArcNumeroAnimal PIC 9(7).

FD VentaHistFile.
01 VentaHistRecord.
   05 VentaFecha PIC X(08).
   05 VentaNombre PIC X(20).
   05 VentaRaza PIC X(20).
   05 FILLER PIC X(15).
   05 VentaSucursal PIC X(03).
   05 FILLER PIC X(16).
   05 VentaFechaIngreso PIC X(08).
   05 VentaNumeroAnimal PIC 9(7).

FD SaludFile.
01 SaludRecord.
   05 SaludSucursal PIC X(03).
   05 SaludNombre PIC X(20).
   05 FILLER PIC X(17).
   05 SaludNumeroAnimal PIC 9(7).

FD CajaMovFile.
01 CajaMovRecord.
   05 FILLER PIC X(10).
   05 CajaSucursal PIC X(03).
   05 CajaNombreAnimal PIC X(20).
   05 FILLER PIC X(10).
   05 CajaNumeroAnimal PIC 9(7).

FD CopiaTrabajoFile.
01 CopiaTrabajoRecord PIC X(200).

WORKING-STORAGE SECTION.

01 EstadosArchivo.
   05 EstadoInvAnterior PIC XX.
   05 EstadoLogAnterior PIC XX.
   05 EstadoFactAnterior PIC XX.
   05 EstadoInventarioFile PIC XX.
   05 EstadoRegistroAnimalFile PIC XX.
   05 EstadoLogFile PIC XX.
   05 EstadoFacturasFile PIC XX.
   05 EstadoLogArcFile PIC XX.
   05 EstadoVentasFile PIC XX.
   05 EstadoSaludFile PIC XX.
   05 EstadoCajaFile PIC XX.
   05 EstadoCopiaFile PIC XX.
   *> Estado de apertura del archivo anterior que se está por copiar
   05 EstadoAnterior PIC XX.
   05 ArchivoEnCurso PIC X(08).

01 SwFinArchivoData.
   05 SwFinAnterior PIC X(01).
      88 FinAnterior VALUE 'S'.
   05 SwFinCopia PIC X(01).
      88 FinCopia VALUE 'S'.
   05 SwFinRegistroAnimal PIC X(01).
      88 FinRegistroAnimal VALUE 'S'.

*> Numeración y búsqueda de animales en el registro. La búsqueda toma
*> SucursalConversion+NombreConversion y deja el número en
*> NumeroConversion (cero si no hay animal cierto); con
*> SwAdmiteSoloNombre en 'S' acepta también el único animal de ese
*> nombre en cualquier sucursal (un perro trasladado dejó rastros
*> bajo su sucursal vieja).
01 ConversionData.
   05 UltimoNumeroAnimal PIC 9(7) VALUE ZERO.
   05 NumeroConversion PIC 9(7) VALUE ZERO.
   05 SucursalConversion PIC X(03).
   05 NombreConversion PIC X(20).
   05 CoincidenciasNombre PIC 9(5) VALUE ZERO.
   05 NumeroUnicoNombre PIC 9(7) VALUE ZERO.
   05 SwAdmiteSoloNombre PIC X(01) VALUE 'N'.
      88 AdmiteSoloNombre VALUE 'S'.
   05 SucursalPorDefecto PIC X(03) VALUE '001'.
   05 SwConversionAbortada PIC X(01) VALUE 'N'.
      88 ConversionAbortada VALUE 'S'.

*> Contadores del resumen: renglones convertidos por archivo y los que
*> quedaron sin número de animal.
01 ContadoresConversion.
   05 ConvInventario PIC 9(7) VALUE ZERO.
   05 ConvVentas PIC 9(7) VALUE ZERO.
   05 AltasPorVentas PIC 9(7) VALUE ZERO.
   05 ConvFacturas PIC 9(7) VALUE ZERO.
   05 ConvLog PIC 9(7) VALUE ZERO.
   05 ConvLogArchivado PIC 9(7) VALUE ZERO.
   05 ConvSalud PIC 9(7) VALUE ZERO.
   05 ConvCaja PIC 9(7) VALUE ZERO.
   05 SinNumeroFacturas PIC 9(7) VALUE ZERO.
   05 SinNumeroLog PIC 9(7) VALUE ZERO.
   05 SinNumeroLogArchivado PIC 9(7) VALUE ZERO.
   05 SinNumeroSalud PIC 9(7) VALUE ZERO.
   05 SinNumeroCaja PIC 9(7) VALUE ZERO.
   05 TotalSinNumero PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.

   PERFORM AbrirRegistroAnimal

   *> El inventario va primero: numera a los animales que hoy están en
   *> tienda. Las ventas van segundas y numeran a los ya vendidos;
   *> los demás archivos sólo buscan números ya asignados.
   PERFORM ConvertirInventario
   PERFORM ConvertirVentas
   PERFORM ConvertirFacturas
   PERFORM ConvertirLog
   PERFORM ConvertirLogArchivado
   PERFORM ConvertirSalud
   PERFORM ConvertirCaja

   CLOSE RegistroAnimalFile
   PERFORM InformarConversion
   STOP RUN.

*> Abre (o estrena) el registro de animales. Si ya tiene animales, la
*> conversión corrió antes: los archivos ya están en el formato nuevo
*> y convertirlos otra vez los arruinaría.
AbrirRegistroAnimal.
   OPEN I-O RegistroAnimalFile
   IF EstadoRegistroAnimalFile = '35'
      OPEN OUTPUT RegistroAnimalFile
      CLOSE RegistroAnimalFile
      OPEN I-O RegistroAnimalFile
   END-IF
   IF EstadoRegistroAnimalFile NOT = '00'
      DISPLAY '*** REGANIMA no abrió: estado ' EstadoRegistroAnimalFile ' ***'
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF
   MOVE 0 TO RegNumeroAnimal
   START RegistroAnimalFile KEY IS NOT LESS THAN RegNumeroAnimal
      INVALID KEY CONTINUE
      NOT INVALID KEY
         DISPLAY '*** REGANIMA ya tiene animales: la conversión ya se hizo, no se toca nada ***'
         CLOSE RegistroAnimalFile
         MOVE 8 TO RETURN-CODE
         STOP RUN
   END-START.

*> Un archivo anterior que existe pero no abre (estado 39: ya tiene
*> otro ancho de registro) detiene la conversión antes de seguir; los
*> archivos ya convertidos quedan convertidos, y el resumen lo dice.
ArchivoAnteriorNoAbre.
   DISPLAY '*** ' ArchivoEnCurso ' no abrió con el formato anterior: estado ' EstadoAnterior ' ***'
   MOVE 'S' TO SwConversionAbortada
   CLOSE RegistroAnimalFile
   PERFORM InformarConversion
   STOP RUN.

*> Inventario: copia el archivo viejo a COPIATRB en el orden de su
*> llave (sucursal+nombre) y lo regraba con el formato nuevo, dándole
*> a cada perro el número que sigue y anotándolo en el registro con
*> su fecha de ingreso como fecha de alta.
ConvertirInventario.
   OPEN INPUT InventarioAnteriorFile
   MOVE EstadoInvAnterior TO EstadoAnterior
   IF EstadoAnterior = '35'
      DISPLAY 'PERROINV no existe: no hay inventario que numerar'
   ELSE
      IF EstadoAnterior NOT = '00'
         MOVE 'PERROINV' TO ArchivoEnCurso
         PERFORM ArchivoAnteriorNoAbre
      END-IF
      OPEN OUTPUT CopiaTrabajoFile
      MOVE 'N' TO SwFinAnterior
      PERFORM UNTIL FinAnterior
         READ InventarioAnteriorFile NEXT RECORD
            AT END MOVE 'S' TO SwFinAnterior
            NOT AT END WRITE CopiaTrabajoRecord FROM InventarioAnteriorRecord
         END-READ
      END-PERFORM
      CLOSE InventarioAnteriorFile
      CLOSE CopiaTrabajoFile
      OPEN INPUT CopiaTrabajoFile
      OPEN OUTPUT PerroInventarioFile
      MOVE 'N' TO SwFinCopia
      PERFORM UNTIL FinCopia
         READ CopiaTrabajoFile
            AT END MOVE 'S' TO SwFinCopia
            NOT AT END PERFORM NumerarPerroInventario
         END-READ
      END-PERFORM
      CLOSE CopiaTrabajoFile
      CLOSE PerroInventarioFile
   END-IF.

NumerarPerroInventario.
   MOVE CopiaTrabajoRecord TO DatosPerroInv
   ADD 1 TO UltimoNumeroAnimal
   MOVE UltimoNumeroAnimal TO NumeroAnimalKey
   MOVE SPACES TO SucursalOrigenReg
   MOVE SPACES TO FechaTrasladoReg
   MOVE SPACES TO MicrochipReg
   WRITE PerroInventarioRecord
      INVALID KEY DISPLAY 'No se pudo grabar en el inventario nuevo: ' NombrePerroKey
   END-WRITE
   MOVE SucursalPerroKey TO RegSucursalAlta
   MOVE NombrePerroKey TO RegNombre
   MOVE FechaIngresoReg TO RegFechaAlta
   MOVE RazaPerroReg TO RegRaza
   PERFORM AnotarAnimalRegistro
   ADD 1 TO ConvInventario.

*> Anota en el registro el animal UltimoNumeroAnimal con el nombre,
*> la sucursal, la fecha y la raza que el llamador dejó en el
*> renglón; la transacción del alta no se conoce y queda en cero.
AnotarAnimalRegistro.
   MOVE UltimoNumeroAnimal TO RegNumeroAnimal
   MOVE 0 TO RegTransaccionAlta
   MOVE SPACES TO RegMicrochip
   WRITE RegistroAnimalRecord
      INVALID KEY DISPLAY 'No se pudo anotar el animal ' UltimoNumeroAnimal ' en el registro'
   END-WRITE.

*> Busca en el registro el número del animal NombreConversion en
*> SucursalConversion (ver ConversionData); un renglón sin sucursal
*> es de la matriz, como en AnimalProgram. El registro tiene llave
*> alterna por nombre, así que se recorre sólo el tramo del nombre.
BuscarNumeroAnimal.
   IF SucursalConversion = SPACES
      MOVE SucursalPorDefecto TO SucursalConversion
   END-IF
   MOVE 0 TO NumeroConversion
   MOVE 0 TO CoincidenciasNombre
   MOVE 0 TO NumeroUnicoNombre
   IF NombreConversion NOT = SPACES
      MOVE NombreConversion TO RegNombre
      START RegistroAnimalFile KEY IS EQUAL TO RegNombre
         INVALID KEY MOVE 'S' TO SwFinRegistroAnimal
         NOT INVALID KEY MOVE 'N' TO SwFinRegistroAnimal
      END-START
      PERFORM UNTIL FinRegistroAnimal
         READ RegistroAnimalFile NEXT RECORD
            AT END MOVE 'S' TO SwFinRegistroAnimal
            NOT AT END
               IF RegNombre NOT = NombreConversion
                  MOVE 'S' TO SwFinRegistroAnimal
               ELSE
                  ADD 1 TO CoincidenciasNombre
                  MOVE RegNumeroAnimal TO NumeroUnicoNombre
                  IF RegSucursalAlta = SucursalConversion
                        AND NumeroConversion = 0
                     MOVE RegNumeroAnimal TO NumeroConversion
                  END-IF
               END-IF
         END-READ
      END-PERFORM
      IF NumeroConversion = 0 AND CoincidenciasNombre = 1
            AND AdmiteSoloNombre
         MOVE NumeroUnicoNombre TO NumeroConversion
      END-IF
   END-IF.

*> Historial de ventas: cada venta toma el número del animal de la
*> misma sucursal y nombre (un perro devuelto está otra vez en el
*> inventario con su número); un animal que ya no está en tienda
*> recibe aquí su número, que las ventas siguientes del mismo animal
*> encuentran en el registro. Sólo cuenta la sucursal: dos tiendas
*> pudieron vender cada una su propio perro del mismo nombre.
ConvertirVentas.
   MOVE 'N' TO SwAdmiteSoloNombre
   OPEN INPUT VentaHistFile
   IF EstadoVentasFile = '35'
      DISPLAY 'VENTAHIS no existe: no hay ventas que convertir'
   ELSE
      IF EstadoVentasFile NOT = '00'
         MOVE EstadoVentasFile TO EstadoAnterior
         MOVE 'VENTAHIS' TO ArchivoEnCurso
         PERFORM ArchivoAnteriorNoAbre
      END-IF
      OPEN OUTPUT CopiaTrabajoFile
      MOVE 'N' TO SwFinAnterior
      PERFORM UNTIL FinAnterior
         READ VentaHistFile
            AT END MOVE 'S' TO SwFinAnterior
            NOT AT END
               MOVE VentaSucursal TO SucursalConversion
               MOVE VentaNombre TO NombreConversion
               PERFORM BuscarNumeroAnimal
               IF NumeroConversion = 0
                  ADD 1 TO UltimoNumeroAnimal
                  MOVE SucursalConversion TO RegSucursalAlta
                  MOVE VentaNombre TO RegNombre
                  IF VentaFechaIngreso = SPACES
                     MOVE VentaFecha TO RegFechaAlta
                  ELSE
                     MOVE VentaFechaIngreso TO RegFechaAlta
                  END-IF
                  MOVE VentaRaza TO RegRaza
                  PERFORM AnotarAnimalRegistro
                  MOVE UltimoNumeroAnimal TO NumeroConversion
                  ADD 1 TO AltasPorVentas
               END-IF
               MOVE NumeroConversion TO VentaNumeroAnimal
               WRITE CopiaTrabajoRecord FROM VentaHistRecord
               ADD 1 TO ConvVentas
         END-READ
      END-PERFORM
      CLOSE VentaHistFile
      CLOSE CopiaTrabajoFile
      OPEN INPUT CopiaTrabajoFile
      OPEN OUTPUT VentaHistFile
      MOVE 'N' TO SwFinCopia
      PERFORM UNTIL FinCopia
         READ CopiaTrabajoFile INTO VentaHistRecord
            AT END MOVE 'S' TO SwFinCopia
            NOT AT END WRITE VentaHistRecord
         END-READ
      END-PERFORM
      CLOSE CopiaTrabajoFile
      CLOSE VentaHistFile
   END-IF.

*> Registro de facturas y notas de crédito: el animal de la factura
*> por sucursal y nombre.
ConvertirFacturas.
   MOVE 'S' TO SwAdmiteSoloNombre
   OPEN INPUT FacturaAnteriorFile
   MOVE EstadoFactAnterior TO EstadoAnterior
   IF EstadoAnterior = '35'
      DISPLAY 'FACTREG no existe: no hay facturas que convertir'
   ELSE
      IF EstadoAnterior NOT = '00'
         MOVE 'FACTREG' TO ArchivoEnCurso
         PERFORM ArchivoAnteriorNoAbre
      END-IF
      OPEN OUTPUT CopiaTrabajoFile
      MOVE 'N' TO SwFinAnterior
      PERFORM UNTIL FinAnterior
         READ FacturaAnteriorFile NEXT RECORD
            AT END MOVE 'S' TO SwFinAnterior
            NOT AT END WRITE CopiaTrabajoRecord FROM FacturaAnteriorRecord
         END-READ
      END-PERFORM
      CLOSE FacturaAnteriorFile
      CLOSE CopiaTrabajoFile
      OPEN INPUT CopiaTrabajoFile
      OPEN OUTPUT FacturaRegFile
      MOVE 'N' TO SwFinCopia
      PERFORM UNTIL FinCopia
         READ CopiaTrabajoFile
            AT END MOVE 'S' TO SwFinCopia
            NOT AT END
               MOVE CopiaTrabajoRecord TO DatosFactura
               MOVE 'F' TO FactTipoDocumento
               MOVE SPACE TO FactEstado
               MOVE ZERO TO FactDocRelacionado
               MOVE FactSucursal TO SucursalConversion
               MOVE FactAnimal TO NombreConversion
               PERFORM BuscarNumeroAnimal
               IF NumeroConversion = 0
                  ADD 1 TO SinNumeroFacturas
               END-IF
               MOVE NumeroConversion TO FactNumeroAnimal
               WRITE FacturaRegRecord
                  INVALID KEY DISPLAY 'No se pudo grabar la factura ' FactNumeroKey
               END-WRITE
               ADD 1 TO ConvFacturas
         END-READ
      END-PERFORM
      CLOSE CopiaTrabajoFile
      CLOSE FacturaRegFile
   END-IF.

*> Log vigente: las transacciones de un animal toman su número; las
*> de clientes, proveedores, pagos y lista de espera ('N', 'U', 'P',
*> 'B', 'L') y las altas rechazadas ('R', que nunca tuvieron número)
*> quedan en cero sin contar como faltante.
ConvertirLog.
   MOVE 'S' TO SwAdmiteSoloNombre
   OPEN INPUT LogAnteriorFile
   MOVE EstadoLogAnterior TO EstadoAnterior
   IF EstadoAnterior = '35'
      DISPLAY 'PERROLOG no existe: no hay log que convertir'
   ELSE
      IF EstadoAnterior NOT = '00'
         MOVE 'PERROLOG' TO ArchivoEnCurso
         PERFORM ArchivoAnteriorNoAbre
      END-IF
      OPEN OUTPUT CopiaTrabajoFile
      MOVE 'N' TO SwFinAnterior
      PERFORM UNTIL FinAnterior
         READ LogAnteriorFile NEXT RECORD
            AT END MOVE 'S' TO SwFinAnterior
            NOT AT END WRITE CopiaTrabajoRecord FROM LogAnteriorRecord
         END-READ
      END-PERFORM
      CLOSE LogAnteriorFile
      CLOSE CopiaTrabajoFile
      OPEN INPUT CopiaTrabajoFile
      OPEN OUTPUT PerroLogFile
      MOVE 'N' TO SwFinCopia
      PERFORM UNTIL FinCopia
         READ CopiaTrabajoFile
            AT END MOVE 'S' TO SwFinCopia
            NOT AT END
               MOVE CopiaTrabajoRecord TO DatosLog
               MOVE 0 TO NumeroConversion
               IF LogEstado NOT = 'N' AND LogEstado NOT = 'U'
                     AND LogEstado NOT = 'P' AND LogEstado NOT = 'B'
                     AND LogEstado NOT = 'L' AND LogEstado NOT = 'R'
                  MOVE LogSucursal TO SucursalConversion
                  MOVE LogNombrePerro TO NombreConversion
                  PERFORM BuscarNumeroAnimal
                  IF NumeroConversion = 0
                     ADD 1 TO SinNumeroLog
                  END-IF
               END-IF
               MOVE NumeroConversion TO LogNumeroAnimal
               WRITE PerroLogRecord
                  INVALID KEY DISPLAY 'No se pudo grabar la transacción ' LogTransaccionId
               END-WRITE
               ADD 1 TO ConvLog
         END-READ
      END-PERFORM
      CLOSE CopiaTrabajoFile
      CLOSE PerroLogFile
   END-IF.

*> Archivo muerto del log, con el mismo criterio que el log vigente.
ConvertirLogArchivado.
   MOVE 'S' TO SwAdmiteSoloNombre
   OPEN INPUT PerroLogArcFile
   IF EstadoLogArcFile = '35'
      DISPLAY 'PERROLGA no existe: no hay log archivado que convertir'
   ELSE
      IF EstadoLogArcFile NOT = '00'
         MOVE EstadoLogArcFile TO EstadoAnterior
         MOVE 'PERROLGA' TO ArchivoEnCurso
         PERFORM ArchivoAnteriorNoAbre
      END-IF
      OPEN OUTPUT CopiaTrabajoFile
      MOVE 'N' TO SwFinAnterior
      PERFORM UNTIL FinAnterior
         READ PerroLogArcFile
            AT END MOVE 'S' TO SwFinAnterior
            NOT AT END
               MOVE 0 TO NumeroConversion
               IF ArcEstado NOT = 'N' AND ArcEstado NOT = 'U'
                     AND ArcEstado NOT = 'P' AND ArcEstado NOT = 'B'
                     AND ArcEstado NOT = 'L' AND ArcEstado NOT = 'R'
                  MOVE ArcSucursal TO SucursalConversion
                  MOVE ArcNombrePerro TO NombreConversion
                  PERFORM BuscarNumeroAnimal
                  IF NumeroConversion = 0
                     ADD 1 TO SinNumeroLogArchivado
                  END-IF
               END-IF
               MOVE NumeroConversion TO ArcNumeroAnimal
               WRITE CopiaTrabajoRecord FROM PerroLogArcRecord
               ADD 1 TO ConvLogArchivado
         END-READ
      END-PERFORM
      CLOSE PerroLogArcFile
      CLOSE CopiaTrabajoFile
      OPEN INPUT CopiaTrabajoFile
      OPEN OUTPUT PerroLogArcFile
      MOVE 'N' TO SwFinCopia
      PERFORM UNTIL FinCopia
         READ CopiaTrabajoFile INTO PerroLogArcRecord
            AT END MOVE 'S' TO SwFinCopia
            NOT AT END WRITE PerroLogArcRecord
         END-READ
      END-PERFORM
      CLOSE CopiaTrabajoFile
      CLOSE PerroLogArcFile
   END-IF.

*> Expediente sanitario: cada evento toma el número del animal
*> atendido.
ConvertirSalud.
   MOVE 'S' TO SwAdmiteSoloNombre
   OPEN INPUT SaludFile
   IF EstadoSaludFile = '35'
      DISPLAY 'SALUDREC no existe: no hay expediente que convertir'
   ELSE
      IF EstadoSaludFile NOT = '00'
         MOVE EstadoSaludFile TO EstadoAnterior
         MOVE 'SALUDREC' TO ArchivoEnCurso
         PERFORM ArchivoAnteriorNoAbre
      END-IF
      OPEN OUTPUT CopiaTrabajoFile
      MOVE 'N' TO SwFinAnterior
      PERFORM UNTIL FinAnterior
         READ SaludFile
            AT END MOVE 'S' TO SwFinAnterior
            NOT AT END
               MOVE SaludSucursal TO SucursalConversion
               MOVE SaludNombre TO NombreConversion
               PERFORM BuscarNumeroAnimal
               IF NumeroConversion = 0
                  ADD 1 TO SinNumeroSalud
               END-IF
               MOVE NumeroConversion TO SaludNumeroAnimal
               WRITE CopiaTrabajoRecord FROM SaludRecord
               ADD 1 TO ConvSalud
         END-READ
      END-PERFORM
      CLOSE SaludFile
      CLOSE CopiaTrabajoFile
      OPEN INPUT CopiaTrabajoFile
      OPEN OUTPUT SaludFile
      MOVE 'N' TO SwFinCopia
      PERFORM UNTIL FinCopia
         READ CopiaTrabajoFile INTO SaludRecord
            AT END MOVE 'S' TO SwFinCopia
            NOT AT END WRITE SaludRecord
         END-READ
      END-PERFORM
      CLOSE CopiaTrabajoFile
      CLOSE SaludFile
   END-IF.

*> Libro de caja: los renglones de un animal (depósitos, ventas, notas
*> de crédito) toman su número; los pagos a proveedores ('PP') no
*> tienen animal y quedan en cero.
ConvertirCaja.
   MOVE 'S' TO SwAdmiteSoloNombre
   OPEN INPUT CajaMovFile
   IF EstadoCajaFile = '35'
      DISPLAY 'CAJAMOV no existe: no hay caja que convertir'
   ELSE
      IF EstadoCajaFile NOT = '00'
         MOVE EstadoCajaFile TO EstadoAnterior
         MOVE 'CAJAMOV' TO ArchivoEnCurso
         PERFORM ArchivoAnteriorNoAbre
      END-IF
      OPEN OUTPUT CopiaTrabajoFile
      MOVE 'N' TO SwFinAnterior
      PERFORM UNTIL FinAnterior
         READ CajaMovFile
            AT END MOVE 'S' TO SwFinAnterior
            NOT AT END
               MOVE 0 TO NumeroConversion
               IF CajaNombreAnimal NOT = SPACES
                  MOVE CajaSucursal TO SucursalConversion
                  MOVE CajaNombreAnimal TO NombreConversion
                  PERFORM BuscarNumeroAnimal
                  IF NumeroConversion = 0
                     ADD 1 TO SinNumeroCaja
                  END-IF
               END-IF
               MOVE NumeroConversion TO CajaNumeroAnimal
               WRITE CopiaTrabajoRecord FROM CajaMovRecord
               ADD 1 TO ConvCaja
         END-READ
      END-PERFORM
      CLOSE CajaMovFile
      CLOSE CopiaTrabajoFile
      OPEN INPUT CopiaTrabajoFile
      OPEN OUTPUT CajaMovFile
      MOVE 'N' TO SwFinCopia
      PERFORM UNTIL FinCopia
         READ CopiaTrabajoFile INTO CajaMovRecord
            AT END MOVE 'S' TO SwFinCopia
            NOT AT END WRITE CajaMovRecord
         END-READ
      END-PERFORM
      CLOSE CopiaTrabajoFile
      CLOSE CajaMovFile
   END-IF.

*> Resumen de la conversión, con los renglones que quedaron sin número
*> de animal para revisarlos a mano.
InformarConversion.
   DISPLAY ' '
   DISPLAY '=== Conversión al número de animal ==='
   DISPLAY '  Perros en inventario numerados      : ' ConvInventario
   DISPLAY '  Ventas convertidas                  : ' ConvVentas
   DISPLAY '    animales vendidos numerados       : ' AltasPorVentas
   DISPLAY '  Facturas convertidas                : ' ConvFacturas
   DISPLAY '    sin número de animal              : ' SinNumeroFacturas
   DISPLAY '  Transacciones del log convertidas   : ' ConvLog
   DISPLAY '    sin número de animal              : ' SinNumeroLog
   DISPLAY '  Log archivado convertido            : ' ConvLogArchivado
   DISPLAY '    sin número de animal              : ' SinNumeroLogArchivado
   DISPLAY '  Eventos sanitarios convertidos      : ' ConvSalud
   DISPLAY '    sin número de animal              : ' SinNumeroSalud
   DISPLAY '  Movimientos de caja convertidos     : ' ConvCaja
   DISPLAY '    sin número de animal              : ' SinNumeroCaja
   DISPLAY '  Último número de animal asignado    : ' UltimoNumeroAnimal
   COMPUTE TotalSinNumero = SinNumeroFacturas + SinNumeroLog
                          + SinNumeroLogArchivado + SinNumeroSalud
                          + SinNumeroCaja
   IF ConversionAbortada
      DISPLAY '*** Conversión detenida: los archivos que siguen quedaron sin convertir ***'
      MOVE 8 TO RETURN-CODE
   ELSE
      IF TotalSinNumero > 0
         DISPLAY '*** ' TotalSinNumero ' renglones sin animal cierto: revisar por nombre ***'
         MOVE 4 TO RETURN-CODE
      ELSE
         MOVE 0 TO RETURN-CODE
      END-IF
   END-IF.
