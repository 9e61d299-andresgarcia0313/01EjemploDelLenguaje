      >>SOURCE FORMAT FREE
*> Auditoría cruzada de los archivos de la tienda: revisa que
*> inventario, registro de animales, log vigente y archivado, ventas,
*> facturas, caja, expediente sanitario, clientes y proveedores digan
*> lo mismo, e informa cada diferencia con la llave que la muestra.
*> Sólo lee: todos los archivos se abren de entrada, así que puede
*> correr a pedido o antes del job diario sin tocar nada. Termina con
*> código de retorno 0 si todo cuadra, 4 si halló diferencias y 8 si
*> un archivo no se pudo abrir.
IDENTIFICATION DIVISION.
PROGRAM-ID. AuditoriaArchivos.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

   SELECT PerroLogArcFile
      ASSIGN TO 'PERROLGA'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoLogArcFile.

   SELECT ClienteFile
      ASSIGN TO 'CLIENTMA'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClienteIdKey
      FILE STATUS IS EstadoClientesFile.

   SELECT ProveedorFile
      ASSIGN TO 'PROVEEDR'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ProveedorIdKey
      FILE STATUS IS EstadoProveedoresFile.

   SELECT VentaHistFile
      ASSIGN TO 'VENTAHIS'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoVentasFile.

   SELECT FacturaRegFile
      ASSIGN TO 'FACTREG'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS FactNumeroKey
      FILE STATUS IS EstadoFacturasFile.

   SELECT SaludFile
      ASSIGN TO 'SALUDREC'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoSaludFile.

   SELECT CajaMovFile
      ASSIGN TO 'CAJAMOV'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoCajaFile.

DATA DIVISION.
FILE SECTION.

*> Los renglones son los mismos de AnimalProgram.
FD PerroInventarioFile.
01 PerroInventarioRecord.
   05 NumeroAnimalKey PIC 9(7).
   05 ClavePerroInv.
      10 SucursalPerroKey PIC X(03).
      10 NombrePerroKey PIC X(20).
   05 EdadPerroReg PIC 99.
   05 RazaPerroReg PIC X(20).
   05 PrecioPerroReg PIC 9999.
   05 FechaIngresoReg PIC X(08).
   05 EstadoPerroReg PIC X(01).
   05 DepositoReg PIC 9999.
   05 ReservaClienteReg PIC 9(5).
   05 ReservaHastaReg PIC X(08).
   05 CostoReg PIC 9999.
   05 ProveedorReg PIC X(05).
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
   05 LogTransaccionId PIC 9(6).
   05 LogFecha PIC X(08).
   05 LogNombrePerro PIC X(20).
   05 LogEdadPerro PIC S99.
   05 LogRazaPerro PIC X(20).
   05 LogPrecioPerro PIC S9999.
   05 LogEstado PIC X(01).
   05 LogSucursal PIC X(03).
   05 LogPrecioAnterior PIC S9999.
   05 LogMotivo PIC X(20).
   05 LogNumeroAnimal PIC 9(7).

FD PerroLogArcFile.
01 PerroLogArcRecord.
   05 ArcTransaccionId PIC 9(6).
   05 ArcFecha PIC X(08).
   05 ArcNombrePerro PIC X(20).
   05 ArcEdadPerro PIC S99.
   05 ArcRazaPerro PIC X(20).
   05 ArcPrecioPerro PIC S9999.
   05 ArcEstado PIC X(01).
   05 ArcSucursal PIC X(03).
   05 ArcPrecioAnterior PIC S9999.
   05 ArcMotivo PIC X(20).
   05 ArcNumeroAnimal PIC 9(7).

FD ClienteFile.
01 ClienteRecord.
   05 ClienteIdKey PIC 9(5).
   05 ClienteNombre PIC X(30).
   05 ClienteTelefono PIC X(12).
   05 ClienteDireccion PIC X(40).

FD ProveedorFile.
01 ProveedorRecord.
   05 ProveedorIdKey PIC 9(5).
   05 ProveedorNombre PIC X(30).
   05 ProveedorTelefono PIC X(12).

FD VentaHistFile.
01 VentaHistRecord.
   05 VentaFecha PIC X(08).
   05 VentaNombre PIC X(20).
   05 VentaRaza PIC X(20).
   05 VentaEdad PIC 99.
   05 VentaPrecioLista PIC 9999.
   05 VentaImporte PIC 9999.
   05 VentaClienteId PIC 9(5).
   05 VentaSucursal PIC X(03).
   05 VentaCosto PIC 9999.
   05 VentaProveedor PIC X(05).
   05 VentaFactura PIC 9(6).
   05 VentaEstado PIC X(01).
      88 VentaDevuelta VALUE 'D'.
   05 VentaFechaIngreso PIC X(08).
   05 VentaNumeroAnimal PIC 9(7).

FD FacturaRegFile.
01 FacturaRegRecord.
   05 FactNumeroKey PIC 9(6).
   05 FactFecha PIC X(08).
   05 FactSucursal PIC X(03).
   05 FactClienteId PIC 9(5).
   05 FactClienteNombre PIC X(30).
   05 FactAnimal PIC X(20).
   05 FactImporte PIC 9(5).
   05 FactTipoDocumento PIC X(01).
      88 FactEsNotaCredito VALUE 'N'.
   05 FactEstado PIC X(01).
      88 FactDevuelta VALUE 'D'.
   05 FactDocRelacionado PIC 9(6).
   05 FactNumeroAnimal PIC 9(7).
   05 FactClaseProducto PIC X(01).
   05 FactTasaImpuesto PIC 99V99.
   05 FactNeto PIC 9(5)V99.
   05 FactImpuesto PIC 9(5)V99.

FD SaludFile.
01 SaludRecord.
   05 SaludSucursal PIC X(03).
   05 SaludNombre PIC X(20).
   05 SaludFecha PIC X(08).
   05 SaludTipoEvento PIC X(01).
   05 SaludProximaFecha PIC X(08).
   05 SaludNumeroAnimal PIC 9(7).

FD CajaMovFile.
01 CajaMovRecord.
   05 CajaFecha PIC X(08).
   05 CajaTipoMov PIC X(02).
   05 CajaSucursal PIC X(03).
   05 CajaNombreAnimal PIC X(20).
   05 CajaClienteId PIC 9(5).
   05 CajaImporte PIC 9(5).
   05 CajaNumeroAnimal PIC 9(7).

WORKING-STORAGE SECTION.

01 EstadosArchivo.
   05 EstadoInventarioFile PIC XX.
   05 EstadoRegistroAnimalFile PIC XX.
   05 EstadoLogFile PIC XX.
   05 EstadoLogArcFile PIC XX.
   05 EstadoClientesFile PIC XX.
   05 EstadoProveedoresFile PIC XX.
   05 EstadoVentasFile PIC XX.
   05 EstadoFacturasFile PIC XX.
   05 EstadoSaludFile PIC XX.
   05 EstadoCajaFile PIC XX.
   *> Resultado de la revisión de aperturas al arrancar
   05 SwAperturaFallida PIC X(01) VALUE 'N'.
      88 AperturaFallida VALUE 'S'.

*> Un archivo que no existe (estado 35) no es un error de apertura:
*> la auditoría lo anota, se salta sus propias revisiones y toda
*> búsqueda contra él da "no está".
01 ArchivosPresentesData.
   05 SwInventarioPresente PIC X(01) VALUE 'N'.
      88 InventarioPresente VALUE 'S'.
   05 SwRegistroPresente PIC X(01) VALUE 'N'.
      88 RegistroPresente VALUE 'S'.
   05 SwLogPresente PIC X(01) VALUE 'N'.
      88 LogPresente VALUE 'S'.
   05 SwLogArcPresente PIC X(01) VALUE 'N'.
      88 LogArcPresente VALUE 'S'.
   05 SwClientesPresente PIC X(01) VALUE 'N'.
      88 ClientesPresente VALUE 'S'.
   05 SwProveedoresPresente PIC X(01) VALUE 'N'.
      88 ProveedoresPresente VALUE 'S'.
   05 SwVentasPresente PIC X(01) VALUE 'N'.
      88 VentasPresente VALUE 'S'.
   05 SwFacturasPresente PIC X(01) VALUE 'N'.
      88 FacturasPresente VALUE 'S'.
   05 SwSaludPresente PIC X(01) VALUE 'N'.
      88 SaludPresente VALUE 'S'.
   05 SwCajaPresente PIC X(01) VALUE 'N'.
      88 CajaPresente VALUE 'S'.

01 SwFinArchivoData.
   05 SwFinInventario PIC X(01).
      88 FinInventario VALUE 'S'.
   05 SwFinLog PIC X(01).
      88 FinLog VALUE 'S'.
   05 SwFinLogArc PIC X(01).
      88 FinLogArc VALUE 'S'.
   05 SwFinVentas PIC X(01).
      88 FinVentas VALUE 'S'.
   05 SwFinFacturas PIC X(01).
      88 FinFacturas VALUE 'S'.
   05 SwFinSalud PIC X(01).
      88 FinSalud VALUE 'S'.
   05 SwFinCaja PIC X(01).
      88 FinCaja VALUE 'S'.

*> Resultados de las búsquedas puntuales de la auditoría.
01 BusquedaAuditoriaData.
   05 ClienteBusca PIC 9(5).
   05 SwClienteHallado PIC X(01).
      88 ClienteHallado VALUE 'S'.
   05 ProveedorBusca PIC X(05).
   05 SwProveedorHallado PIC X(01).
      88 ProveedorHallado VALUE 'S'.
   05 NumeroBusca PIC 9(7).
   05 SwAnimalRegistrado PIC X(01).
      88 AnimalRegistrado VALUE 'S'.
   05 FacturaBusca PIC 9(6).
   05 SwFacturaHallada PIC X(01).
      88 FacturaHallada VALUE 'S'.
   *> Renglón de caja que se busca en otro archivo: el animal (por
   *> número o, en los renglones de antes de numerar, por sucursal y
   *> nombre), el cliente y el día.
   05 CajaBuscaNumero PIC 9(7).
   05 CajaBuscaSucursal PIC X(03).
   05 CajaBuscaNombre PIC X(20).
   05 CajaBuscaCliente PIC 9(5).
   05 CajaBuscaFecha PIC X(08).
   05 SwVentaHallada PIC X(01).
      88 VentaHallada VALUE 'S'.
   05 FacturaDeVenta PIC X(06).
   05 SwDepositoHallado PIC X(01).
      88 DepositoHallado VALUE 'S'.
   05 SucursalPorDefecto PIC X(03) VALUE '001'.
   05 SucursalVenta PIC X(03).
   05 SucursalFactura PIC X(03).

*> Numeración de FACTREG: el número anterior leído, para ver huecos.
01 NumeracionFacturasData.
   05 FacturaAnterior PIC 9(6) VALUE ZERO.
   05 FacturaDesdeHueco PIC 9(6).
   05 FacturaHastaHueco PIC 9(6).

*> Contadores: renglones revisados por archivo y diferencias halladas.
01 ContadoresAuditoria.
   05 RevisadosInventario PIC 9(7) VALUE ZERO.
   05 RevisadosVentas PIC 9(7) VALUE ZERO.
   05 RevisadasFacturas PIC 9(7) VALUE ZERO.
   05 RevisadosCaja PIC 9(7) VALUE ZERO.
   05 RevisadosLog PIC 9(7) VALUE ZERO.
   05 RevisadosLogArc PIC 9(7) VALUE ZERO.
   05 RevisadosSalud PIC 9(7) VALUE ZERO.
   05 Inconsistencias PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.

   PERFORM AbrirArchivos
   DISPLAY '=== Auditoría cruzada de archivos ==='

   PERFORM AuditarInventario
   PERFORM AuditarVentas
   PERFORM AuditarFacturas
   PERFORM AuditarCaja
   PERFORM AuditarLog
   PERFORM AuditarLogArchivado
   PERFORM AuditarSalud

   PERFORM CerrarArchivos
   PERFORM InformarAuditoria
   STOP RUN.

*> Abre todo de entrada. Un archivo ausente se anota y se sigue; uno
*> que existe pero no abre (por ejemplo, estado 39 por un ancho de
*> registro distinto después de restaurar una copia vieja) detiene la
*> auditoría, porque sus diferencias no se podrían ver.
AbrirArchivos.
   OPEN INPUT PerroInventarioFile
   IF EstadoInventarioFile = '00'
      MOVE 'S' TO SwInventarioPresente
   END-IF
   OPEN INPUT RegistroAnimalFile
   IF EstadoRegistroAnimalFile = '00'
      MOVE 'S' TO SwRegistroPresente
   END-IF
   OPEN INPUT PerroLogFile
   IF EstadoLogFile = '00'
      MOVE 'S' TO SwLogPresente
   END-IF
   OPEN INPUT PerroLogArcFile
   IF EstadoLogArcFile = '00'
      MOVE 'S' TO SwLogArcPresente
   END-IF
   OPEN INPUT ClienteFile
   IF EstadoClientesFile = '00'
      MOVE 'S' TO SwClientesPresente
   END-IF
   OPEN INPUT ProveedorFile
   IF EstadoProveedoresFile = '00'
      MOVE 'S' TO SwProveedoresPresente
   END-IF
   OPEN INPUT VentaHistFile
   IF EstadoVentasFile = '00'
      MOVE 'S' TO SwVentasPresente
   END-IF
   OPEN INPUT FacturaRegFile
   IF EstadoFacturasFile = '00'
      MOVE 'S' TO SwFacturasPresente
   END-IF
   OPEN INPUT SaludFile
   IF EstadoSaludFile = '00'
      MOVE 'S' TO SwSaludPresente
   END-IF
   OPEN INPUT CajaMovFile
   IF EstadoCajaFile = '00'
      MOVE 'S' TO SwCajaPresente
   END-IF
   PERFORM VerificarAperturaArchivos.

VerificarAperturaArchivos.
   IF EstadoInventarioFile NOT = '00' AND EstadoInventarioFile NOT = '35'
      DISPLAY '*** PERROINV no abrió: estado ' EstadoInventarioFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoRegistroAnimalFile NOT = '00' AND EstadoRegistroAnimalFile NOT = '35'
      DISPLAY '*** REGANIMA no abrió: estado ' EstadoRegistroAnimalFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoLogFile NOT = '00' AND EstadoLogFile NOT = '35'
      DISPLAY '*** PERROLOG no abrió: estado ' EstadoLogFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoLogArcFile NOT = '00' AND EstadoLogArcFile NOT = '35'
      DISPLAY '*** PERROLGA no abrió: estado ' EstadoLogArcFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoClientesFile NOT = '00' AND EstadoClientesFile NOT = '35'
      DISPLAY '*** CLIENTMA no abrió: estado ' EstadoClientesFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoProveedoresFile NOT = '00' AND EstadoProveedoresFile NOT = '35'
      DISPLAY '*** PROVEEDR no abrió: estado ' EstadoProveedoresFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoVentasFile NOT = '00' AND EstadoVentasFile NOT = '35'
      DISPLAY '*** VENTAHIS no abrió: estado ' EstadoVentasFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoFacturasFile NOT = '00' AND EstadoFacturasFile NOT = '35'
      DISPLAY '*** FACTREG no abrió: estado ' EstadoFacturasFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoSaludFile NOT = '00' AND EstadoSaludFile NOT = '35'
      DISPLAY '*** SALUDREC no abrió: estado ' EstadoSaludFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF EstadoCajaFile NOT = '00' AND EstadoCajaFile NOT = '35'
      DISPLAY '*** CAJAMOV no abrió: estado ' EstadoCajaFile ' ***'
      MOVE 'S' TO SwAperturaFallida
   END-IF
   IF AperturaFallida
      DISPLAY '*** La auditoría se detiene; revisar los archivos señalados. ***'
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF.

CerrarArchivos.
   IF InventarioPresente
      CLOSE PerroInventarioFile
   END-IF
   IF RegistroPresente
      CLOSE RegistroAnimalFile
   END-IF
   IF LogPresente
      CLOSE PerroLogFile
   END-IF
   IF LogArcPresente
      CLOSE PerroLogArcFile
   END-IF
   IF ClientesPresente
      CLOSE ClienteFile
   END-IF
   IF ProveedoresPresente
      CLOSE ProveedorFile
   END-IF
   IF VentasPresente
      CLOSE VentaHistFile
   END-IF
   IF FacturasPresente
      CLOSE FacturaRegFile
   END-IF
   IF SaludPresente
      CLOSE SaludFile
   END-IF
   IF CajaPresente
      CLOSE CajaMovFile
   END-IF.

*> Cuenta la diferencia que el llamador acaba de informar.
ContarInconsistencia.
   ADD 1 TO Inconsistencias.

*> Inventario: cada perro debe figurar en el registro de animales con
*> su mismo nombre; su proveedor, si lo tiene, en PROVEEDR; un perro
*> reservado debe tener su cliente en CLIENTMA y el depósito 'DT' de
*> ese cliente en la caja; uno en tránsito, su sucursal de origen.
AuditarInventario.
   IF NOT InventarioPresente
      DISPLAY '  (PERROINV no existe: se omite la revisión del inventario)'
   ELSE
      MOVE 'N' TO SwFinInventario
      MOVE 0 TO NumeroAnimalKey
      START PerroInventarioFile KEY IS NOT LESS THAN NumeroAnimalKey
         INVALID KEY MOVE 'S' TO SwFinInventario
      END-START
      PERFORM UNTIL FinInventario
         READ PerroInventarioFile NEXT RECORD
            AT END MOVE 'S' TO SwFinInventario
            NOT AT END PERFORM AuditarPerroInventario
         END-READ
      END-PERFORM
   END-IF.

AuditarPerroInventario.
   ADD 1 TO RevisadosInventario
   MOVE NumeroAnimalKey TO NumeroBusca
   PERFORM BuscarAnimalRegistrado
   IF NOT AnimalRegistrado
      DISPLAY '  PERROINV animal ' NumeroAnimalKey ' (' SucursalPerroKey ' ' NombrePerroKey
              '): no está en el registro REGANIMA'
      PERFORM ContarInconsistencia
   ELSE
      IF RegNombre NOT = NombrePerroKey
         DISPLAY '  PERROINV animal ' NumeroAnimalKey ' (' SucursalPerroKey ' ' NombrePerroKey
                 '): REGANIMA lo tiene como ' RegNombre
         PERFORM ContarInconsistencia
      END-IF
   END-IF
   IF ProveedorReg NOT = SPACES
      MOVE ProveedorReg TO ProveedorBusca
      PERFORM BuscarProveedor
      IF NOT ProveedorHallado
         DISPLAY '  PERROINV animal ' NumeroAnimalKey ' (' SucursalPerroKey ' ' NombrePerroKey
                 '): proveedor ' ProveedorReg ' no está en PROVEEDR'
         PERFORM ContarInconsistencia
      END-IF
   END-IF
   IF EstadoPerroReg = 'R'
      MOVE ReservaClienteReg TO ClienteBusca
      PERFORM BuscarCliente
      IF NOT ClienteHallado
         DISPLAY '  PERROINV animal ' NumeroAnimalKey ' (' SucursalPerroKey ' ' NombrePerroKey
                 '): reservado para el cliente ' ReservaClienteReg ' que no está en CLIENTMA'
         PERFORM ContarInconsistencia
      END-IF
      PERFORM BuscarDepositoReserva
      IF NOT DepositoHallado
         DISPLAY '  PERROINV animal ' NumeroAnimalKey ' (' SucursalPerroKey ' ' NombrePerroKey
                 '): reservado sin depósito DT del cliente ' ReservaClienteReg ' en CAJAMOV'
         PERFORM ContarInconsistencia
      END-IF
   END-IF
   IF EstadoPerroReg = 'T' AND SucursalOrigenReg = SPACES
      DISPLAY '  PERROINV animal ' NumeroAnimalKey ' (' SucursalPerroKey ' ' NombrePerroKey
              '): en tránsito sin sucursal de origen'
      PERFORM ContarInconsistencia
   END-IF.

*> Busca en la caja el depósito 'DT' del perro reservado en mano, del
*> mismo cliente de la reserva. La caja es secuencial: se recorre
*> entera y se deja abierta otra vez desde el principio.
BuscarDepositoReserva.
   MOVE 'N' TO SwDepositoHallado
   IF CajaPresente
      CLOSE CajaMovFile
      OPEN INPUT CajaMovFile
      MOVE 'N' TO SwFinCaja
      PERFORM UNTIL FinCaja OR DepositoHallado
         READ CajaMovFile
            AT END MOVE 'S' TO SwFinCaja
            NOT AT END
               IF CajaTipoMov = 'DT'
                     AND CajaClienteId = ReservaClienteReg
                  IF CajaNumeroAnimal NUMERIC AND CajaNumeroAnimal > 0
                     IF CajaNumeroAnimal = NumeroAnimalKey
                        MOVE 'S' TO SwDepositoHallado
                     END-IF
                  ELSE
                     IF CajaSucursal = SucursalPerroKey
                           AND CajaNombreAnimal = NombrePerroKey
                        MOVE 'S' TO SwDepositoHallado
                     END-IF
                  END-IF
               END-IF
         END-READ
      END-PERFORM
      CLOSE CajaMovFile
      OPEN INPUT CajaMovFile
   END-IF.

*> Historial de ventas: el cliente debe estar en CLIENTMA, la factura
*> que la venta anotó debe existir en FACTREG como factura (no como
*> nota de crédito) y el animal, si lleva número, en REGANIMA.
AuditarVentas.
   IF NOT VentasPresente
      DISPLAY '  (VENTAHIS no existe: se omite la revisión de ventas)'
   ELSE
      MOVE 'N' TO SwFinVentas
      PERFORM UNTIL FinVentas
         READ VentaHistFile
            AT END MOVE 'S' TO SwFinVentas
            NOT AT END PERFORM AuditarVenta
         END-READ
      END-PERFORM
   END-IF.

AuditarVenta.
   ADD 1 TO RevisadosVentas
   MOVE VentaClienteId TO ClienteBusca
   PERFORM BuscarCliente
   IF NOT ClienteHallado
      DISPLAY '  VENTAHIS ' VentaFecha ' ' VentaSucursal ' ' VentaNombre
              ': cliente ' VentaClienteId ' no está en CLIENTMA'
      PERFORM ContarInconsistencia
   END-IF
   IF VentaFactura NUMERIC AND VentaFactura > 0
      MOVE VentaFactura TO FacturaBusca
      PERFORM BuscarFactura
      IF NOT FacturaHallada
         DISPLAY '  VENTAHIS ' VentaFecha ' ' VentaSucursal ' ' VentaNombre
                 ': factura ' VentaFactura ' no está en FACTREG'
         PERFORM ContarInconsistencia
      ELSE
         IF FactEsNotaCredito
            DISPLAY '  VENTAHIS ' VentaFecha ' ' VentaSucursal ' ' VentaNombre
                    ': el número ' VentaFactura ' es una nota de crédito en FACTREG'
            PERFORM ContarInconsistencia
         END-IF
      END-IF
   END-IF
   IF VentaNumeroAnimal NUMERIC AND VentaNumeroAnimal > 0
      MOVE VentaNumeroAnimal TO NumeroBusca
      PERFORM BuscarAnimalRegistrado
      IF NOT AnimalRegistrado
         DISPLAY '  VENTAHIS ' VentaFecha ' ' VentaSucursal ' ' VentaNombre
                 ': animal ' VentaNumeroAnimal ' no está en REGANIMA'
         PERFORM ContarInconsistencia
      END-IF
   END-IF.

*> Registro de facturas: la numeración es corrida y sin huecos desde
*> la 1 (facturas y notas comparten la serie), el cliente de cada
*> documento está en CLIENTMA, la factura marcada devuelta apunta a
*> su nota de crédito y el neto más el impuesto da el total.
AuditarFacturas.
   IF NOT FacturasPresente
      DISPLAY '  (FACTREG no existe: se omite la revisión de facturas)'
   ELSE
      MOVE 0 TO FacturaAnterior
      MOVE 'N' TO SwFinFacturas
      MOVE 0 TO FactNumeroKey
      START FacturaRegFile KEY IS NOT LESS THAN FactNumeroKey
         INVALID KEY MOVE 'S' TO SwFinFacturas
      END-START
      PERFORM UNTIL FinFacturas
         READ FacturaRegFile NEXT RECORD
            AT END MOVE 'S' TO SwFinFacturas
            NOT AT END PERFORM AuditarFactura
         END-READ
      END-PERFORM
   END-IF.

AuditarFactura.
   ADD 1 TO RevisadasFacturas
   IF FactNumeroKey > FacturaAnterior + 1
      COMPUTE FacturaDesdeHueco = FacturaAnterior + 1
      COMPUTE FacturaHastaHueco = FactNumeroKey - 1
      DISPLAY '  FACTREG: faltan los números ' FacturaDesdeHueco ' a ' FacturaHastaHueco
              ' (hueco antes de la ' FactNumeroKey ')'
      PERFORM ContarInconsistencia
   END-IF
   MOVE FactNumeroKey TO FacturaAnterior
   MOVE FactClienteId TO ClienteBusca
   PERFORM BuscarCliente
   IF NOT ClienteHallado
      DISPLAY '  FACTREG ' FactNumeroKey ': cliente ' FactClienteId ' no está en CLIENTMA'
      PERFORM ContarInconsistencia
   END-IF
   IF FactDevuelta AND NOT FactEsNotaCredito
         AND (FactDocRelacionado NOT NUMERIC OR FactDocRelacionado = 0)
      DISPLAY '  FACTREG ' FactNumeroKey ': devuelta sin número de nota de crédito'
      PERFORM ContarInconsistencia
   END-IF
   IF FactNeto NOT NUMERIC OR FactImpuesto NOT NUMERIC
      DISPLAY '  FACTREG ' FactNumeroKey ': sin desglose de neto e impuesto'
      PERFORM ContarInconsistencia
   ELSE
      IF FactNeto + FactImpuesto NOT = FactImporte
         DISPLAY '  FACTREG ' FactNumeroKey ': neto ' FactNeto ' más impuesto ' FactImpuesto
                 ' no da el total ' FactImporte
         PERFORM ContarInconsistencia
      END-IF
   END-IF.

*> Libro de caja: cada cobro de venta 'VC' debe tener su venta en
*> VENTAHIS (mismo animal, cliente y día) y esa venta su factura en
*> FACTREG; los clientes de los renglones de clientes deben estar en
*> CLIENTMA y el proveedor de un pago 'PP' en PROVEEDR.
AuditarCaja.
   IF NOT CajaPresente
      DISPLAY '  (CAJAMOV no existe: se omite la revisión de caja)'
   ELSE
      MOVE 'N' TO SwFinCaja
      PERFORM UNTIL FinCaja
         READ CajaMovFile
            AT END MOVE 'S' TO SwFinCaja
            NOT AT END PERFORM AuditarRenglonCaja
         END-READ
      END-PERFORM
   END-IF.

AuditarRenglonCaja.
   ADD 1 TO RevisadosCaja
   IF CajaTipoMov = 'PP'
      MOVE CajaClienteId TO ProveedorBusca
      PERFORM BuscarProveedor
      IF NOT ProveedorHallado
         DISPLAY '  CAJAMOV ' CajaFecha ' PP: proveedor ' CajaClienteId ' no está en PROVEEDR'
         PERFORM ContarInconsistencia
      END-IF
   ELSE
      MOVE CajaClienteId TO ClienteBusca
      PERFORM BuscarCliente
      IF NOT ClienteHallado
         DISPLAY '  CAJAMOV ' CajaFecha ' ' CajaTipoMov ' ' CajaSucursal ' ' CajaNombreAnimal
                 ': cliente ' CajaClienteId ' no está en CLIENTMA'
         PERFORM ContarInconsistencia
      END-IF
   END-IF
   IF CajaTipoMov = 'VC'
      IF CajaNumeroAnimal NUMERIC
         MOVE CajaNumeroAnimal TO CajaBuscaNumero
      ELSE
         MOVE 0 TO CajaBuscaNumero
      END-IF
      IF CajaSucursal = SPACES
         MOVE SucursalPorDefecto TO CajaBuscaSucursal
      ELSE
         MOVE CajaSucursal TO CajaBuscaSucursal
      END-IF
      MOVE CajaNombreAnimal TO CajaBuscaNombre
      MOVE CajaClienteId TO CajaBuscaCliente
      MOVE CajaFecha TO CajaBuscaFecha
      PERFORM BuscarVentaDeCaja
      IF NOT VentaHallada
         DISPLAY '  CAJAMOV ' CajaFecha ' VC ' CajaSucursal ' ' CajaNombreAnimal
                 ' cliente ' CajaClienteId ': no hay venta en VENTAHIS'
         PERFORM ContarInconsistencia
      ELSE
         IF FacturaDeVenta NUMERIC AND FacturaDeVenta NOT = '000000'
            MOVE FacturaDeVenta TO FacturaBusca
            PERFORM BuscarFactura
            IF NOT FacturaHallada
               DISPLAY '  CAJAMOV ' CajaFecha ' VC ' CajaSucursal ' ' CajaNombreAnimal
                       ' cliente ' CajaClienteId ': la factura ' FacturaDeVenta ' no está en FACTREG'
               PERFORM ContarInconsistencia
            END-IF
         ELSE
            *> Venta de antes de que el historial anotara la factura:
            *> se busca como lo hace AnimalProgram con las devoluciones.
            PERFORM BuscarFacturaDeVentaAnterior
            IF NOT FacturaHallada
               DISPLAY '  CAJAMOV ' CajaFecha ' VC ' CajaSucursal ' ' CajaNombreAnimal
                       ' cliente ' CajaClienteId ': no hay factura en FACTREG para la venta'
               PERFORM ContarInconsistencia
            END-IF
         END-IF
      END-IF
   END-IF.

*> Busca en VENTAHIS la venta del renglón de caja dejado en
*> CajaBusca...: por número de animal si ambos lo llevan, si no por
*> sucursal y nombre, con el mismo cliente y el mismo día. Deja la
*> factura que anotó la venta. Se recorre el historial entero y se
*> deja otra vez abierto desde el principio.
BuscarVentaDeCaja.
   MOVE 'N' TO SwVentaHallada
   MOVE SPACES TO FacturaDeVenta
   IF VentasPresente
      CLOSE VentaHistFile
      OPEN INPUT VentaHistFile
      MOVE 'N' TO SwFinVentas
      PERFORM UNTIL FinVentas OR VentaHallada
         READ VentaHistFile
            AT END MOVE 'S' TO SwFinVentas
            NOT AT END
               IF VentaSucursal = SPACES
                  MOVE SucursalPorDefecto TO SucursalVenta
               ELSE
                  MOVE VentaSucursal TO SucursalVenta
               END-IF
               IF VentaClienteId = CajaBuscaCliente
                     AND VentaFecha = CajaBuscaFecha
                  IF CajaBuscaNumero > 0
                        AND VentaNumeroAnimal NUMERIC
                        AND VentaNumeroAnimal > 0
                     IF VentaNumeroAnimal = CajaBuscaNumero
                        MOVE 'S' TO SwVentaHallada
                     END-IF
                  ELSE
                     IF SucursalVenta = CajaBuscaSucursal
                           AND VentaNombre = CajaBuscaNombre
                        MOVE 'S' TO SwVentaHallada
                     END-IF
                  END-IF
                  IF VentaHallada
                     MOVE VentaFactura TO FacturaDeVenta
                  END-IF
               END-IF
         END-READ
      END-PERFORM
      CLOSE VentaHistFile
      OPEN INPUT VentaHistFile
   END-IF.

*> Factura de una venta que no anotó su número: una factura (no una
*> nota de crédito) del mismo día, cliente, sucursal y animal que el
*> renglón de caja dejado en CajaBusca.... Recorre FACTREG entero; se
*> usa después de AuditarFacturas, que ya no necesita la posición.
BuscarFacturaDeVentaAnterior.
   MOVE 'N' TO SwFacturaHallada
   IF FacturasPresente
      MOVE 'N' TO SwFinFacturas
      MOVE 0 TO FactNumeroKey
      START FacturaRegFile KEY IS NOT LESS THAN FactNumeroKey
         INVALID KEY MOVE 'S' TO SwFinFacturas
      END-START
      PERFORM UNTIL FinFacturas OR FacturaHallada
         READ FacturaRegFile NEXT RECORD
            AT END MOVE 'S' TO SwFinFacturas
            NOT AT END
               IF FactSucursal = SPACES
                  MOVE SucursalPorDefecto TO SucursalFactura
               ELSE
                  MOVE FactSucursal TO SucursalFactura
               END-IF
               IF NOT FactEsNotaCredito
                     AND FactFecha = CajaBuscaFecha
                     AND FactClienteId = CajaBuscaCliente
                     AND SucursalFactura = CajaBuscaSucursal
                     AND FactAnimal = CajaBuscaNombre
                  MOVE 'S' TO SwFacturaHallada
               END-IF
         END-READ
      END-PERFORM
   END-IF.

*> Log vigente: un alta aplicada ('A') con número de animal debe
*> tener ese número en REGANIMA.
AuditarLog.
   IF NOT LogPresente
      DISPLAY '  (PERROLOG no existe: se omite la revisión del log)'
   ELSE
      MOVE 'N' TO SwFinLog
      MOVE 0 TO LogTransaccionId
      START PerroLogFile KEY IS NOT LESS THAN LogTransaccionId
         INVALID KEY MOVE 'S' TO SwFinLog
      END-START
      PERFORM UNTIL FinLog
         READ PerroLogFile NEXT RECORD
            AT END MOVE 'S' TO SwFinLog
            NOT AT END
               ADD 1 TO RevisadosLog
               IF LogEstado = 'A'
                     AND LogNumeroAnimal NUMERIC AND LogNumeroAnimal > 0
                  MOVE LogNumeroAnimal TO NumeroBusca
                  PERFORM BuscarAnimalRegistrado
                  IF NOT AnimalRegistrado
                     DISPLAY '  PERROLOG transacción ' LogTransaccionId ' (' LogFecha ' ' LogNombrePerro
                             '): alta del animal ' LogNumeroAnimal ' que no está en REGANIMA'
                     PERFORM ContarInconsistencia
                  END-IF
               END-IF
         END-READ
      END-PERFORM
   END-IF.

*> Archivo muerto del log: una transacción que también sigue en el log
*> vigente con la misma fecha quedó a medio archivar (la corrida se
*> cortó entre la copia y el borrado).
AuditarLogArchivado.
   IF NOT LogArcPresente
      DISPLAY '  (PERROLGA no existe: se omite la revisión del log archivado)'
   ELSE
      MOVE 'N' TO SwFinLogArc
      PERFORM UNTIL FinLogArc
         READ PerroLogArcFile
            AT END MOVE 'S' TO SwFinLogArc
            NOT AT END
               ADD 1 TO RevisadosLogArc
               IF LogPresente
                  MOVE ArcTransaccionId TO LogTransaccionId
                  READ PerroLogFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                        IF LogFecha = ArcFecha
                           DISPLAY '  PERROLGA transacción ' ArcTransaccionId ' (' ArcFecha ' ' ArcNombrePerro
                                   '): sigue también en PERROLOG'
                           PERFORM ContarInconsistencia
                        END-IF
                  END-READ
               END-IF
         END-READ
      END-PERFORM
   END-IF.

*> Expediente sanitario: el animal de cada evento, si lleva número,
*> debe estar en REGANIMA.
AuditarSalud.
   IF NOT SaludPresente
      DISPLAY '  (SALUDREC no existe: se omite la revisión del expediente)'
   ELSE
      MOVE 'N' TO SwFinSalud
      PERFORM UNTIL FinSalud
         READ SaludFile
            AT END MOVE 'S' TO SwFinSalud
            NOT AT END
               ADD 1 TO RevisadosSalud
               IF SaludNumeroAnimal NUMERIC AND SaludNumeroAnimal > 0
                  MOVE SaludNumeroAnimal TO NumeroBusca
                  PERFORM BuscarAnimalRegistrado
                  IF NOT AnimalRegistrado
                     DISPLAY '  SALUDREC ' SaludFecha ' ' SaludSucursal ' ' SaludNombre
                             ': animal ' SaludNumeroAnimal ' no está en REGANIMA'
                     PERFORM ContarInconsistencia
                  END-IF
               END-IF
         END-READ
      END-PERFORM
   END-IF.

BuscarCliente.
   MOVE 'N' TO SwClienteHallado
   IF ClientesPresente
      MOVE ClienteBusca TO ClienteIdKey
      READ ClienteFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE 'S' TO SwClienteHallado
      END-READ
   END-IF.

*> Un proveedor con número ilegible no puede estar en el maestro.
BuscarProveedor.
   MOVE 'N' TO SwProveedorHallado
   IF ProveedoresPresente AND ProveedorBusca NUMERIC
      MOVE ProveedorBusca TO ProveedorIdKey
      READ ProveedorFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE 'S' TO SwProveedorHallado
      END-READ
   END-IF.

BuscarAnimalRegistrado.
   MOVE 'N' TO SwAnimalRegistrado
   IF RegistroPresente
      MOVE NumeroBusca TO RegNumeroAnimal
      READ RegistroAnimalFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE 'S' TO SwAnimalRegistrado
      END-READ
   END-IF.

*> Lectura directa de una factura; no se usa mientras AuditarFacturas
*> recorre FACTREG, para no perderle la posición.
BuscarFactura.
   MOVE 'N' TO SwFacturaHallada
   IF FacturasPresente
      MOVE FacturaBusca TO FactNumeroKey
      READ FacturaRegFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE 'S' TO SwFacturaHallada
      END-READ
   END-IF.

InformarAuditoria.
   DISPLAY ' '
   DISPLAY '=== Resumen de la auditoría ==='
   DISPLAY '  Perros de inventario revisados : ' RevisadosInventario
   DISPLAY '  Ventas revisadas               : ' RevisadosVentas
   DISPLAY '  Facturas y notas revisadas     : ' RevisadasFacturas
   DISPLAY '  Renglones de caja revisados    : ' RevisadosCaja
   DISPLAY '  Transacciones del log          : ' RevisadosLog
   DISPLAY '  Transacciones archivadas       : ' RevisadosLogArc
   DISPLAY '  Eventos sanitarios revisados   : ' RevisadosSalud
   DISPLAY '  Diferencias halladas           : ' Inconsistencias
   IF Inconsistencias > 0
      MOVE 4 TO RETURN-CODE
   ELSE
      DISPLAY '  Los archivos cuadran entre sí.'
      MOVE 0 TO RETURN-CODE
   END-IF.
