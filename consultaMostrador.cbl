      >>SOURCE FORMAT FREE
*> Consulta de mostrador: pantalla para que el personal de la tienda
*> conteste a un cliente sin esperar la salida de consola de la noche.
*> Busca un perro por sucursal y nombre o por raza (precio, edad, días
*> en tienda, estado de reserva y última atención sanitaria), un
*> cliente por número (sus compras, sus reservas abiertas y sus
*> facturas) y reimprime una factura o nota de crédito con el mismo
*> formato que ReimprimirFactura de AnimalProgram, en pantalla y en
*> COPIAFAC para la impresora del mostrador.
*> Sólo lee: PERROINV, CLIENTMA, VENTAHIS, FACTREG y SALUDREC se abren
*> de entrada y cada consulta los cierra al terminar, para no retener
*> ningún archivo mientras la pantalla espera al empleado; así puede
*> quedar abierta todo el día junto a la corrida.
IDENTIFICATION DIVISION.
PROGRAM-ID. ConsultaMostrador.

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

   SELECT ClienteFile
      ASSIGN TO 'CLIENTMA'
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS ClienteIdKey
      FILE STATUS IS EstadoClientesFile.

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

   SELECT CopiaFacturaFile
      ASSIGN TO 'COPIAFAC'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS EstadoCopiaFacturaFile.

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
      88 PerroRegReservado VALUE 'R'.
      88 PerroRegEnTransito VALUE 'T'.
   05 DepositoReg PIC 9999.
   05 ReservaClienteReg PIC 9(5).
   05 ReservaHastaReg PIC X(08).
   05 CostoReg PIC 9999.
   05 ProveedorReg PIC X(05).
   05 SucursalOrigenReg PIC X(03).
   05 FechaTrasladoReg PIC X(08).
   05 MicrochipReg PIC X(15).

FD ClienteFile.
01 ClienteRecord.
   05 ClienteIdKey PIC 9(5).
   05 ClienteNombre PIC X(30).
   05 ClienteTelefono PIC X(12).
   05 ClienteDireccion PIC X(40).

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

*> Copias reimpresas en el mostrador, para la impresora de la tienda.
*> Se abre en EXTEND: las copias se acumulan hasta que se imprimen.
FD CopiaFacturaFile.
01 LineaCopiaFactura PIC X(80).

WORKING-STORAGE SECTION.

01 EstadosArchivo.
   05 EstadoInventarioFile PIC XX.
   05 EstadoClientesFile PIC XX.
   05 EstadoVentasFile PIC XX.
   05 EstadoFacturasFile PIC XX.
   05 EstadoSaludFile PIC XX.
   05 EstadoCopiaFacturaFile PIC XX.

01 SwFinArchivoData.
   05 SwFinInventario PIC X(01).
      88 FinInventario VALUE 'S'.
   05 SwFinVentas PIC X(01).
      88 FinVentas VALUE 'S'.
   05 SwFinFacturas PIC X(01).
      88 FinFacturas VALUE 'S'.
   05 SwFinSalud PIC X(01).
      88 FinSalud VALUE 'S'.

*> Lo que el empleado teclea en las pantallas.
01 ConsultaData.
   05 OpcionMenu PIC X(01) VALUE SPACE.
   05 SucursalConsulta PIC X(03) VALUE SPACES.
   05 NombreConsulta PIC X(20) VALUE SPACES.
   05 RazaConsulta PIC X(20) VALUE SPACES.
   05 ClienteConsulta PIC 9(5) VALUE ZERO.
   05 FacturaConsulta PIC 9(6) VALUE ZERO.
   05 RespuestaPantalla PIC X(01) VALUE SPACE.
   05 MensajePantalla PIC X(78) VALUE SPACES.
   05 SwSalirConsulta PIC X(01) VALUE 'N'.
      88 SalirConsulta VALUE 'S'.
   05 SucursalPorDefecto PIC X(03) VALUE '001'.
   05 HalladosConsulta PIC 9(5) VALUE ZERO.

*> Resultado de la consulta: páginas de 16 renglones; con la página
*> llena se muestra y se sigue con la próxima. Con 'F' en la
*> respuesta el resto del listado se descarta.
01 ResultadoData.
   05 TituloResultado PIC X(78) VALUE SPACES.
   05 LineaResultado PIC X(78) OCCURS 16 TIMES.
   05 NumLineasResultado PIC 99 VALUE ZERO.
   05 LinIdx PIC 99 VALUE ZERO.
   05 LineaArmada PIC X(78) VALUE SPACES.
   05 SwListadoCortado PIC X(01) VALUE 'N'.
      88 ListadoCortado VALUE 'S'.
   05 SwCopiaImpresa PIC X(01) VALUE 'N'.
      88 CopiaImpresa VALUE 'S'.

*> Días en tienda con la misma cuenta comercial que el reporte de
*> antigüedad de AnimalProgram (365 por año, 30 por mes).
01 AntiguedadData.
   05 FechaHoy PIC X(08) VALUE SPACES.
   05 FechaTrabajoAntig PIC X(08).
   05 FechaTrabajoNum REDEFINES FechaTrabajoAntig.
      10 AnoTrabajoAntig PIC 99.
      10 MesTrabajoAntig PIC 99.
      10 DiaTrabajoAntig PIC 99.
      10 FILLER PIC X(02).
   05 DiasConvertidos PIC 9(5) VALUE ZERO.
   05 DiasFechaActual PIC 9(5) VALUE ZERO.
   05 DiasEnTienda PIC 9(5) VALUE ZERO.

*> Última atención sanitaria del perro en pantalla.
01 UltimaAtencionData.
   05 SwAtencionHallada PIC X(01).
      88 AtencionHallada VALUE 'S'.
   05 FechaUltimaAtencion PIC X(08).
   05 TipoUltimaAtencion PIC X(01).
   05 ProximaUltimaAtencion PIC X(08).

*> Renglones del perro.
01 LineaPerroIdent.
   05 FILLER PIC X(04) VALUE 'No. '.
   05 LpiNumero PIC 9(7).
   05 FILLER PIC X(02) VALUE SPACES.
   05 LpiNombre PIC X(20).
   05 FILLER PIC X(11) VALUE ' sucursal '.
   05 LpiSucursal PIC X(03).
   05 FILLER PIC X(31) VALUE SPACES.

01 LineaPerroDatos.
   05 FILLER PIC X(07) VALUE '  Raza '.
   05 LpdRaza PIC X(20).
   05 FILLER PIC X(06) VALUE ' edad '.
   05 LpdEdad PIC Z9.
   05 FILLER PIC X(10) VALUE '  precio $'.
   05 LpdPrecio PIC Z,ZZ9.
   05 FILLER PIC X(18) VALUE '  días en tienda '.
   05 LpdDias PIC ZZZZ9.
   05 FILLER PIC X(05) VALUE SPACES.

01 LineaPerroEstado.
   05 FILLER PIC X(11) VALUE '  Estado : '.
   05 LpeTexto PIC X(67).

01 TextoReserva.
   05 FILLER PIC X(26) VALUE 'Reservado para el cliente '.
   05 TrsCliente PIC 9(5).
   05 FILLER PIC X(07) VALUE ' hasta '.
   05 TrsHasta PIC X(08).
   05 FILLER PIC X(13) VALUE ', depósito $'.
   05 TrsDeposito PIC Z,ZZ9.

01 TextoTransito.
   05 FILLER PIC X(31) VALUE 'En tránsito desde la sucursal '.
   05 TtrOrigen PIC X(03).
   05 FILLER PIC X(12) VALUE ', salió el '.
   05 TtrFecha PIC X(08).

01 LineaPerroSalud.
   05 FILLER PIC X(21) VALUE '  Última atención: '.
   05 LpsTipo PIC X(16).
   05 FILLER PIC X(05) VALUE ' del '.
   05 LpsFecha PIC X(08).
   05 LpsProximaTexto.
      10 FILLER PIC X(11) VALUE ', próxima '.
      10 LpsProxima PIC X(08).
   05 FILLER PIC X(09) VALUE SPACES.

*> Renglones del cliente.
01 LineaClienteIdent.
   05 FILLER PIC X(08) VALUE 'Cliente '.
   05 LciNumero PIC 9(5).
   05 FILLER PIC X(01) VALUE SPACE.
   05 LciNombre PIC X(30).
   05 FILLER PIC X(34) VALUE SPACES.

01 LineaClienteContacto.
   05 FILLER PIC X(07) VALUE '  Tel. '.
   05 LccTelefono PIC X(12).
   05 FILLER PIC X(02) VALUE SPACES.
   05 LccDireccion PIC X(40).
   05 FILLER PIC X(17) VALUE SPACES.

01 LineaCompraCliente.
   05 FILLER PIC X(02) VALUE SPACES.
   05 LcoFecha PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 LcoSucursal PIC X(03).
   05 FILLER PIC X(01) VALUE SPACE.
   05 LcoNombre PIC X(20).
   05 FILLER PIC X(02) VALUE ' $'.
   05 LcoImporte PIC Z,ZZ9.
   05 FILLER PIC X(07) VALUE '  fact.'.
   05 LcoFactura PIC ZZZZZ9.
   05 FILLER PIC X(01) VALUE SPACE.
   05 LcoEstado PIC X(08).
   05 FILLER PIC X(14) VALUE SPACES.

01 LineaReservaCliente.
   05 FILLER PIC X(02) VALUE SPACES.
   05 LrcNombre PIC X(20).
   05 FILLER PIC X(06) VALUE ' suc. '.
   05 LrcSucursal PIC X(03).
   05 FILLER PIC X(07) VALUE ' hasta '.
   05 LrcHasta PIC X(08).
   05 FILLER PIC X(12) VALUE ' depósito $'.
   05 LrcDeposito PIC Z,ZZ9.
   05 FILLER PIC X(15) VALUE SPACES.

01 LineaFacturaCliente.
   05 FILLER PIC X(02) VALUE SPACES.
   05 LfcNumero PIC 9(6).
   05 FILLER PIC X(01) VALUE SPACE.
   05 LfcFecha PIC X(08).
   05 FILLER PIC X(01) VALUE SPACE.
   05 LfcTipo PIC X(16).
   05 FILLER PIC X(01) VALUE SPACE.
   05 LfcAnimal PIC X(20).
   05 FILLER PIC X(02) VALUE ' $'.
   05 LfcImporte PIC ZZ,ZZ9.
   05 FILLER PIC X(01) VALUE SPACE.
   05 LfcEstado PIC X(08).
   05 FILLER PIC X(06) VALUE SPACES.

*> Renglones de la copia de factura: los mismos rótulos y campos, en
*> el mismo orden, que ReimprimirFactura.
01 CopiaFacturaData.
   05 TasaEditada PIC Z9.99.
   05 NetoEditado PIC ZZ,ZZ9.99.
   05 ImpuestoEditado PIC ZZ,ZZ9.99.

01 LineaCopiaTituloFactura.
   05 FILLER PIC X(35) VALUE '--- Reimpresión de la factura No. '.
   05 LctFactura PIC 9(6).
   05 FILLER PIC X(04) VALUE ' ---'.
   05 FILLER PIC X(33) VALUE SPACES.

01 LineaCopiaTituloNota.
   05 FILLER PIC X(44) VALUE '--- Reimpresión de la nota de crédito No. '.
   05 LctNota PIC 9(6).
   05 FILLER PIC X(04) VALUE ' ---'.
   05 FILLER PIC X(24) VALUE SPACES.

01 LineaCopiaDato.
   05 LcdRotulo PIC X(10).
   05 LcdValor PIC X(68).

01 LineaCopiaAnula.
   05 FILLER PIC X(22) VALUE 'Anula   : factura No. '.
   05 LcaFactura PIC 9(6).
   05 FILLER PIC X(50) VALUE SPACES.

01 LineaCopiaCliente.
   05 FILLER PIC X(10) VALUE 'Cliente : '.
   05 LclNumero PIC 9(5).
   05 FILLER PIC X(01) VALUE SPACE.
   05 LclNombre PIC X(30).
   05 FILLER PIC X(32) VALUE SPACES.

01 LineaCopiaAnimal.
   05 FILLER PIC X(10) VALUE 'Animal  : '.
   05 LcnNombre PIC X(20).
   05 LcnNumeroTexto.
      10 FILLER PIC X(06) VALUE ' (No. '.
      10 LcnNumero PIC 9(7).
      10 FILLER PIC X(01) VALUE ')'.
   05 FILLER PIC X(34) VALUE SPACES.

01 LineaCopiaNeto.
   05 FILLER PIC X(11) VALUE 'Neto    : $'.
   05 LcoNeto PIC ZZ,ZZ9.99.
   05 FILLER PIC X(58) VALUE SPACES.

01 LineaCopiaImpuesto.
   05 FILLER PIC X(11) VALUE 'Impuesto: $'.
   05 LcoImpuesto PIC ZZ,ZZ9.99.
   05 FILLER PIC X(02) VALUE ' ('.
   05 LcoTasa PIC Z9.99.
   05 FILLER PIC X(02) VALUE '%)'.
   05 FILLER PIC X(49) VALUE SPACES.

01 LineaCopiaTotal.
   05 FILLER PIC X(11) VALUE 'Total   : $'.
   05 LcoTotal PIC 9(5).
   05 FILLER PIC X(62) VALUE SPACES.

01 LineaCopiaDevuelta.
   05 FILLER PIC X(50) VALUE '*** DEVUELTA: anulada por la nota de crédito No. '.
   05 LcvNota PIC 9(6).
   05 FILLER PIC X(04) VALUE ' ***'.
   05 FILLER PIC X(18) VALUE SPACES.

SCREEN SECTION.

01 PantallaMenu.
   05 BLANK SCREEN.
   05 LINE 1 COL 1 VALUE 'Consulta de mostrador'.
   05 LINE 1 COL 64 VALUE 'Fecha '.
   05 LINE 1 COL 70 PIC X(06) FROM FechaHoy.
   05 LINE 4 COL 5 VALUE '1  Perro por sucursal y nombre'.
   05 LINE 5 COL 5 VALUE '2  Perros por raza'.
   05 LINE 6 COL 5 VALUE '3  Cliente por número'.
   05 LINE 7 COL 5 VALUE '4  Reimprimir una factura o nota de crédito'.
   05 LINE 8 COL 5 VALUE '0  Salir'.
   05 LINE 10 COL 5 VALUE 'Opción: '.
   05 LINE 10 COL 13 PIC X(01) USING OpcionMenu.
   05 LINE 21 COL 1 PIC X(78) FROM MensajePantalla.

01 PantallaPerroNombre.
   05 BLANK SCREEN.
   05 LINE 1 COL 1 VALUE 'Consulta de mostrador - perro por sucursal y nombre'.
   05 LINE 4 COL 5 VALUE 'Sucursal (en blanco = 001): '.
   05 LINE 4 COL 34 PIC X(03) USING SucursalConsulta.
   05 LINE 5 COL 5 VALUE 'Nombre del perro           : '.
   05 LINE 5 COL 34 PIC X(20) USING NombreConsulta.

01 PantallaPerroRaza.
   05 BLANK SCREEN.
   05 LINE 1 COL 1 VALUE 'Consulta de mostrador - perros por raza'.
   05 LINE 4 COL 5 VALUE 'Raza                          : '.
   05 LINE 4 COL 37 PIC X(20) USING RazaConsulta.
   05 LINE 5 COL 5 VALUE 'Sucursal (en blanco = todas)  : '.
   05 LINE 5 COL 37 PIC X(03) USING SucursalConsulta.

01 PantallaCliente.
   05 BLANK SCREEN.
   05 LINE 1 COL 1 VALUE 'Consulta de mostrador - cliente'.
   05 LINE 4 COL 5 VALUE 'Número de cliente: '.
   05 LINE 4 COL 25 PIC 9(5) USING ClienteConsulta.

01 PantallaFactura.
   05 BLANK SCREEN.
   05 LINE 1 COL 1 VALUE 'Consulta de mostrador - reimpresión de factura'.
   05 LINE 4 COL 5 VALUE 'Número de factura o nota: '.
   05 LINE 4 COL 32 PIC 9(6) USING FacturaConsulta.

01 PantallaResultado.
   05 BLANK SCREEN.
   05 LINE 1 COL 1 PIC X(78) FROM TituloResultado.
   05 LINE 3 COL 1 PIC X(78) FROM LineaResultado(1).
   05 LINE 4 COL 1 PIC X(78) FROM LineaResultado(2).
   05 LINE 5 COL 1 PIC X(78) FROM LineaResultado(3).
   05 LINE 6 COL 1 PIC X(78) FROM LineaResultado(4).
   05 LINE 7 COL 1 PIC X(78) FROM LineaResultado(5).
   05 LINE 8 COL 1 PIC X(78) FROM LineaResultado(6).
   05 LINE 9 COL 1 PIC X(78) FROM LineaResultado(7).
   05 LINE 10 COL 1 PIC X(78) FROM LineaResultado(8).
   05 LINE 11 COL 1 PIC X(78) FROM LineaResultado(9).
   05 LINE 12 COL 1 PIC X(78) FROM LineaResultado(10).
   05 LINE 13 COL 1 PIC X(78) FROM LineaResultado(11).
   05 LINE 14 COL 1 PIC X(78) FROM LineaResultado(12).
   05 LINE 15 COL 1 PIC X(78) FROM LineaResultado(13).
   05 LINE 16 COL 1 PIC X(78) FROM LineaResultado(14).
   05 LINE 17 COL 1 PIC X(78) FROM LineaResultado(15).
   05 LINE 18 COL 1 PIC X(78) FROM LineaResultado(16).
   05 LINE 21 COL 1 PIC X(78) FROM MensajePantalla.
   05 LINE 22 COL 1 VALUE 'Enter para seguir (F = terminar el listado): '.
   05 LINE 22 COL 47 PIC X(01) USING RespuestaPantalla.

PROCEDURE DIVISION.

   ACCEPT FechaHoy FROM DATE
   MOVE FechaHoy TO FechaTrabajoAntig
   PERFORM ConvertirFechaADias
   MOVE DiasConvertidos TO DiasFechaActual

   PERFORM UNTIL SalirConsulta
      MOVE SPACE TO OpcionMenu
      DISPLAY PantallaMenu
      ACCEPT PantallaMenu
      MOVE SPACES TO MensajePantalla
      EVALUATE OpcionMenu
         WHEN '1' PERFORM ConsultarPerroPorNombre
         WHEN '2' PERFORM ConsultarPerrosPorRaza
         WHEN '3' PERFORM ConsultarCliente
         WHEN '4' PERFORM ReimprimirFacturaMostrador
         WHEN '0' MOVE 'S' TO SwSalirConsulta
         WHEN OTHER MOVE 'Opción no válida; elegir 0 a 4.' TO MensajePantalla
      END-EVALUATE
   END-PERFORM
   STOP RUN.

*> Convierte la fecha AAMMDD dejada en FechaTrabajoAntig a días con la
*> aproximación comercial; una fecha ilegible se trata como de hoy.
ConvertirFechaADias.
   IF FechaTrabajoAntig(1:6) NUMERIC
      COMPUTE DiasConvertidos =
         AnoTrabajoAntig * 365 + MesTrabajoAntig * 30 + DiaTrabajoAntig
   ELSE
      MOVE DiasFechaActual TO DiasConvertidos
   END-IF.

*> Deja la página de resultados vacía, con el título dado.
IniciarResultado.
   MOVE 0 TO NumLineasResultado
   MOVE 0 TO HalladosConsulta
   MOVE 'N' TO SwListadoCortado
   MOVE SPACES TO MensajePantalla
   PERFORM VARYING LinIdx FROM 1 BY 1 UNTIL LinIdx > 16
      MOVE SPACES TO LineaResultado(LinIdx)
   END-PERFORM.

*> Agrega LineaArmada a la página; con la página llena la muestra y
*> empieza otra. Un listado cortado con 'F' ya no agrega nada.
AgregarLineaResultado.
   IF NOT ListadoCortado
      IF NumLineasResultado = 16
         MOVE 'Sigue en la próxima página.' TO MensajePantalla
         PERFORM MostrarPaginaResultado
      END-IF
      IF NOT ListadoCortado
         ADD 1 TO NumLineasResultado
         MOVE LineaArmada TO LineaResultado(NumLineasResultado)
      END-IF
   END-IF
   MOVE SPACES TO LineaArmada.

MostrarPaginaResultado.
   MOVE SPACE TO RespuestaPantalla
   DISPLAY PantallaResultado
   ACCEPT PantallaResultado
   IF RespuestaPantalla = 'F' OR RespuestaPantalla = 'f'
      MOVE 'S' TO SwListadoCortado
   END-IF
   MOVE 0 TO NumLineasResultado
   MOVE SPACES TO MensajePantalla
   PERFORM VARYING LinIdx FROM 1 BY 1 UNTIL LinIdx > 16
      MOVE SPACES TO LineaResultado(LinIdx)
   END-PERFORM.

*> Muestra lo que quedó en la página al terminar la consulta, con el
*> mensaje que la consulta haya dejado (o el fin del listado).
MostrarUltimaPagina.
   IF NOT ListadoCortado
      IF MensajePantalla = SPACES
         MOVE 'Fin de la consulta.' TO MensajePantalla
      END-IF
      PERFORM MostrarPaginaResultado
   END-IF
   MOVE SPACES TO MensajePantalla.

*> Perro por sucursal y nombre, por la llave alterna del inventario:
*> si la sucursal tiene dos perros con el mismo nombre salen los dos.
ConsultarPerroPorNombre.
   MOVE SPACES TO SucursalConsulta
   MOVE SPACES TO NombreConsulta
   DISPLAY PantallaPerroNombre
   ACCEPT PantallaPerroNombre
   IF SucursalConsulta = SPACES
      MOVE SucursalPorDefecto TO SucursalConsulta
   END-IF
   IF NombreConsulta = SPACES
      MOVE 'Falta el nombre del perro.' TO MensajePantalla
   ELSE
      PERFORM IniciarResultado
      MOVE 'Perro por sucursal y nombre' TO TituloResultado
      OPEN INPUT PerroInventarioFile
      IF EstadoInventarioFile NOT = '00'
         MOVE 'PERROINV no está disponible; probar de nuevo en un momento.' TO MensajePantalla
      ELSE
         MOVE SucursalConsulta TO SucursalPerroKey
         MOVE NombreConsulta TO NombrePerroKey
         START PerroInventarioFile KEY IS EQUAL TO ClavePerroInv
            INVALID KEY MOVE 'S' TO SwFinInventario
            NOT INVALID KEY MOVE 'N' TO SwFinInventario
         END-START
         PERFORM UNTIL FinInventario OR ListadoCortado
            READ PerroInventarioFile NEXT RECORD
               AT END MOVE 'S' TO SwFinInventario
               NOT AT END
                  IF SucursalPerroKey = SucursalConsulta AND NombrePerroKey = NombreConsulta
                     ADD 1 TO HalladosConsulta
                     PERFORM MostrarPerro
                  ELSE
                     MOVE 'S' TO SwFinInventario
                  END-IF
            END-READ
         END-PERFORM
         CLOSE PerroInventarioFile
         IF HalladosConsulta = 0
            MOVE 'No hay ningún perro con ese nombre en la sucursal.' TO MensajePantalla
         END-IF
      END-IF
      PERFORM MostrarUltimaPagina
   END-IF.

*> Perros de una raza, en una sucursal o en todas, en el orden de
*> siempre de los listados (sucursal y nombre).
ConsultarPerrosPorRaza.
   MOVE SPACES TO RazaConsulta
   MOVE SPACES TO SucursalConsulta
   DISPLAY PantallaPerroRaza
   ACCEPT PantallaPerroRaza
   IF RazaConsulta = SPACES
      MOVE 'Falta la raza.' TO MensajePantalla
   ELSE
      PERFORM IniciarResultado
      MOVE 'Perros por raza' TO TituloResultado
      OPEN INPUT PerroInventarioFile
      IF EstadoInventarioFile NOT = '00'
         MOVE 'PERROINV no está disponible; probar de nuevo en un momento.' TO MensajePantalla
      ELSE
         MOVE LOW-VALUES TO ClavePerroInv
         START PerroInventarioFile KEY IS NOT LESS THAN ClavePerroInv
            INVALID KEY MOVE 'S' TO SwFinInventario
            NOT INVALID KEY MOVE 'N' TO SwFinInventario
         END-START
         PERFORM UNTIL FinInventario OR ListadoCortado
            READ PerroInventarioFile NEXT RECORD
               AT END MOVE 'S' TO SwFinInventario
               NOT AT END
                  IF RazaPerroReg = RazaConsulta
                        AND (SucursalConsulta = SPACES OR SucursalPerroKey = SucursalConsulta)
                     ADD 1 TO HalladosConsulta
                     PERFORM MostrarPerro
                  END-IF
            END-READ
         END-PERFORM
         CLOSE PerroInventarioFile
         IF HalladosConsulta = 0
            MOVE 'No hay perros de esa raza en tienda.' TO MensajePantalla
         END-IF
      END-IF
      PERFORM MostrarUltimaPagina
   END-IF.

*> Los renglones de un perro del inventario: identificación, datos
*> con los días en tienda, estado de reserva o traslado y última
*> atención sanitaria.
MostrarPerro.
   MOVE NumeroAnimalKey TO LpiNumero
   MOVE NombrePerroKey TO LpiNombre
   MOVE SucursalPerroKey TO LpiSucursal
   MOVE LineaPerroIdent TO LineaArmada
   PERFORM AgregarLineaResultado
   MOVE FechaIngresoReg TO FechaTrabajoAntig
   PERFORM ConvertirFechaADias
   IF DiasConvertidos > DiasFechaActual
      MOVE 0 TO DiasEnTienda
   ELSE
      COMPUTE DiasEnTienda = DiasFechaActual - DiasConvertidos
   END-IF
   MOVE RazaPerroReg TO LpdRaza
   MOVE EdadPerroReg TO LpdEdad
   MOVE PrecioPerroReg TO LpdPrecio
   MOVE DiasEnTienda TO LpdDias
   MOVE LineaPerroDatos TO LineaArmada
   PERFORM AgregarLineaResultado
   EVALUATE TRUE
      WHEN PerroRegReservado
         MOVE ReservaClienteReg TO TrsCliente
         MOVE ReservaHastaReg TO TrsHasta
         MOVE DepositoReg TO TrsDeposito
         MOVE TextoReserva TO LpeTexto
      WHEN PerroRegEnTransito
         MOVE SucursalOrigenReg TO TtrOrigen
         MOVE FechaTrasladoReg TO TtrFecha
         MOVE TextoTransito TO LpeTexto
      WHEN OTHER
         MOVE 'Disponible' TO LpeTexto
   END-EVALUATE
   MOVE LineaPerroEstado TO LineaArmada
   PERFORM AgregarLineaResultado
   PERFORM BuscarUltimaAtencion
   IF AtencionHallada
      EVALUATE TipoUltimaAtencion
         WHEN 'V' MOVE 'Vacuna' TO LpsTipo
         WHEN 'D' MOVE 'Desparasitación' TO LpsTipo
         WHEN 'C' MOVE 'Control' TO LpsTipo
         WHEN OTHER MOVE TipoUltimaAtencion TO LpsTipo
      END-EVALUATE
      MOVE FechaUltimaAtencion TO LpsFecha
      IF ProximaUltimaAtencion = SPACES
         MOVE SPACES TO LpsProximaTexto
      ELSE
         MOVE ', próxima ' TO LpsProximaTexto
         MOVE ProximaUltimaAtencion TO LpsProxima
      END-IF
      MOVE LineaPerroSalud TO LineaArmada
   ELSE
      MOVE '  Última atención: sin atenciones registradas' TO LineaArmada
   END-IF
   PERFORM AgregarLineaResultado
   PERFORM AgregarLineaResultado.

*> Última atención del perro en pantalla en el expediente sanitario:
*> por su número, o por sucursal y nombre en los renglones de antes
*> de numerar. Manda la de fecha más reciente.
BuscarUltimaAtencion.
   MOVE 'N' TO SwAtencionHallada
   MOVE SPACES TO FechaUltimaAtencion
   OPEN INPUT SaludFile
   IF EstadoSaludFile = '00'
      MOVE 'N' TO SwFinSalud
      PERFORM UNTIL FinSalud
         READ SaludFile
            AT END MOVE 'S' TO SwFinSalud
            NOT AT END
               IF ((SaludNumeroAnimal NUMERIC AND SaludNumeroAnimal > 0
                     AND SaludNumeroAnimal = NumeroAnimalKey)
                     OR ((SaludNumeroAnimal NOT NUMERIC OR SaludNumeroAnimal = 0)
                     AND SaludSucursal = SucursalPerroKey
                     AND SaludNombre = NombrePerroKey))
                     AND SaludFecha NOT < FechaUltimaAtencion
                  MOVE 'S' TO SwAtencionHallada
                  MOVE SaludFecha TO FechaUltimaAtencion
                  MOVE SaludTipoEvento TO TipoUltimaAtencion
                  MOVE SaludProximaFecha TO ProximaUltimaAtencion
               END-IF
         END-READ
      END-PERFORM
      CLOSE SaludFile
   END-IF.

*> Cliente por número: sus datos, lo que compró, lo que tiene
*> reservado hoy y sus facturas y notas de crédito.
ConsultarCliente.
   MOVE 0 TO ClienteConsulta
   DISPLAY PantallaCliente
   ACCEPT PantallaCliente
   PERFORM IniciarResultado
   MOVE 'Cliente' TO TituloResultado
   OPEN INPUT ClienteFile
   IF EstadoClientesFile NOT = '00'
      MOVE 'CLIENTMA no está disponible; probar de nuevo en un momento.' TO MensajePantalla
   ELSE
      MOVE ClienteConsulta TO ClienteIdKey
      READ ClienteFile
         INVALID KEY
            MOVE 'No existe ese número de cliente.' TO MensajePantalla
         NOT INVALID KEY
            MOVE ClienteIdKey TO LciNumero
            MOVE ClienteNombre TO LciNombre
            MOVE LineaClienteIdent TO LineaArmada
            PERFORM AgregarLineaResultado
            MOVE ClienteTelefono TO LccTelefono
            MOVE ClienteDireccion TO LccDireccion
            MOVE LineaClienteContacto TO LineaArmada
            PERFORM AgregarLineaResultado
            PERFORM AgregarLineaResultado
            PERFORM ListarComprasCliente
            PERFORM ListarReservasCliente
            PERFORM ListarFacturasCliente
      END-READ
      CLOSE ClienteFile
   END-IF
   PERFORM MostrarUltimaPagina.

ListarComprasCliente.
   MOVE 'Compras:' TO LineaArmada
   PERFORM AgregarLineaResultado
   MOVE 0 TO HalladosConsulta
   OPEN INPUT VentaHistFile
   IF EstadoVentasFile = '00'
      MOVE 'N' TO SwFinVentas
      PERFORM UNTIL FinVentas OR ListadoCortado
         READ VentaHistFile
            AT END MOVE 'S' TO SwFinVentas
            NOT AT END
               IF VentaClienteId = ClienteConsulta
                  ADD 1 TO HalladosConsulta
                  MOVE VentaFecha TO LcoFecha
                  MOVE VentaSucursal TO LcoSucursal
                  MOVE VentaNombre TO LcoNombre
                  MOVE VentaImporte TO LcoImporte
                  IF VentaFactura NUMERIC
                     MOVE VentaFactura TO LcoFactura
                  ELSE
                     MOVE 0 TO LcoFactura
                  END-IF
                  IF VentaDevuelta
                     MOVE 'DEVUELTA' TO LcoEstado
                  ELSE
                     MOVE SPACES TO LcoEstado
                  END-IF
                  MOVE LineaCompraCliente TO LineaArmada
                  PERFORM AgregarLineaResultado
               END-IF
         END-READ
      END-PERFORM
      CLOSE VentaHistFile
   END-IF
   IF HalladosConsulta = 0
      MOVE '  (ninguna)' TO LineaArmada
      PERFORM AgregarLineaResultado
   END-IF
   PERFORM AgregarLineaResultado.

*> Las reservas abiertas son los perros del inventario apartados a
*> nombre del cliente; una reserva vencida o cumplida ya no está ahí.
ListarReservasCliente.
   MOVE 'Reservas abiertas:' TO LineaArmada
   PERFORM AgregarLineaResultado
   MOVE 0 TO HalladosConsulta
   OPEN INPUT PerroInventarioFile
   IF EstadoInventarioFile = '00'
      MOVE LOW-VALUES TO ClavePerroInv
      START PerroInventarioFile KEY IS NOT LESS THAN ClavePerroInv
         INVALID KEY MOVE 'S' TO SwFinInventario
         NOT INVALID KEY MOVE 'N' TO SwFinInventario
      END-START
      PERFORM UNTIL FinInventario OR ListadoCortado
         READ PerroInventarioFile NEXT RECORD
            AT END MOVE 'S' TO SwFinInventario
            NOT AT END
               IF PerroRegReservado AND ReservaClienteReg = ClienteConsulta
                  ADD 1 TO HalladosConsulta
                  MOVE NombrePerroKey TO LrcNombre
                  MOVE SucursalPerroKey TO LrcSucursal
                  MOVE ReservaHastaReg TO LrcHasta
                  MOVE DepositoReg TO LrcDeposito
                  MOVE LineaReservaCliente TO LineaArmada
                  PERFORM AgregarLineaResultado
               END-IF
         END-READ
      END-PERFORM
      CLOSE PerroInventarioFile
   END-IF
   IF HalladosConsulta = 0
      MOVE '  (ninguna)' TO LineaArmada
      PERFORM AgregarLineaResultado
   END-IF
   PERFORM AgregarLineaResultado.

ListarFacturasCliente.
   MOVE 'Facturas y notas de crédito:' TO LineaArmada
   PERFORM AgregarLineaResultado
   MOVE 0 TO HalladosConsulta
   OPEN INPUT FacturaRegFile
   IF EstadoFacturasFile = '00'
      MOVE 0 TO FactNumeroKey
      START FacturaRegFile KEY IS NOT LESS THAN FactNumeroKey
         INVALID KEY MOVE 'S' TO SwFinFacturas
         NOT INVALID KEY MOVE 'N' TO SwFinFacturas
      END-START
      PERFORM UNTIL FinFacturas OR ListadoCortado
         READ FacturaRegFile NEXT RECORD
            AT END MOVE 'S' TO SwFinFacturas
            NOT AT END
               IF FactClienteId = ClienteConsulta
                  ADD 1 TO HalladosConsulta
                  MOVE FactNumeroKey TO LfcNumero
                  MOVE FactFecha TO LfcFecha
                  IF FactEsNotaCredito
                     MOVE 'Nota de crédito' TO LfcTipo
                  ELSE
                     MOVE 'Factura' TO LfcTipo
                  END-IF
                  MOVE FactAnimal TO LfcAnimal
                  MOVE FactImporte TO LfcImporte
                  IF FactDevuelta
                     MOVE 'DEVUELTA' TO LfcEstado
                  ELSE
                     MOVE SPACES TO LfcEstado
                  END-IF
                  MOVE LineaFacturaCliente TO LineaArmada
                  PERFORM AgregarLineaResultado
               END-IF
         END-READ
      END-PERFORM
      CLOSE FacturaRegFile
   END-IF
   IF HalladosConsulta = 0
      MOVE '  (ninguna)' TO LineaArmada
      PERFORM AgregarLineaResultado
   END-IF.

*> Reimpresión de una factura o nota de crédito desde FACTREG, con los
*> mismos renglones que ReimprimirFactura de AnimalProgram: en la
*> pantalla y en COPIAFAC para entregársela al cliente.
ReimprimirFacturaMostrador.
   MOVE 0 TO FacturaConsulta
   DISPLAY PantallaFactura
   ACCEPT PantallaFactura
   PERFORM IniciarResultado
   MOVE 'Reimpresión de factura' TO TituloResultado
   OPEN INPUT FacturaRegFile
   IF EstadoFacturasFile NOT = '00'
      MOVE 'FACTREG no está disponible; probar de nuevo en un momento.' TO MensajePantalla
   ELSE
      MOVE FacturaConsulta TO FactNumeroKey
      READ FacturaRegFile
         INVALID KEY
            MOVE 'No existe esa factura en el registro.' TO MensajePantalla
         NOT INVALID KEY
            PERFORM ArmarCopiaFactura
      END-READ
      CLOSE FacturaRegFile
   END-IF
   PERFORM MostrarUltimaPagina.

ArmarCopiaFactura.
   MOVE 'N' TO SwCopiaImpresa
   OPEN EXTEND CopiaFacturaFile
   IF EstadoCopiaFacturaFile = '35'
      OPEN OUTPUT CopiaFacturaFile
   END-IF
   IF EstadoCopiaFacturaFile = '00'
      MOVE 'S' TO SwCopiaImpresa
   END-IF
   IF FactEsNotaCredito
      MOVE FactNumeroKey TO LctNota
      MOVE LineaCopiaTituloNota TO LineaArmada
   ELSE
      MOVE FactNumeroKey TO LctFactura
      MOVE LineaCopiaTituloFactura TO LineaArmada
   END-IF
   PERFORM EmitirLineaCopia
   MOVE 'Fecha   : ' TO LcdRotulo
   MOVE FactFecha TO LcdValor
   MOVE LineaCopiaDato TO LineaArmada
   PERFORM EmitirLineaCopia
   MOVE 'Sucursal: ' TO LcdRotulo
   MOVE FactSucursal TO LcdValor
   MOVE LineaCopiaDato TO LineaArmada
   PERFORM EmitirLineaCopia
   IF FactEsNotaCredito
      MOVE FactDocRelacionado TO LcaFactura
      MOVE LineaCopiaAnula TO LineaArmada
      PERFORM EmitirLineaCopia
   END-IF
   MOVE FactClienteId TO LclNumero
   MOVE FactClienteNombre TO LclNombre
   MOVE LineaCopiaCliente TO LineaArmada
   PERFORM EmitirLineaCopia
   MOVE FactAnimal TO LcnNombre
   IF FactNumeroAnimal NUMERIC AND FactNumeroAnimal > 0
      MOVE ' (No. ' TO LcnNumeroTexto
      MOVE FactNumeroAnimal TO LcnNumero
   ELSE
      MOVE SPACES TO LcnNumeroTexto
   END-IF
   MOVE LineaCopiaAnimal TO LineaArmada
   PERFORM EmitirLineaCopia
   IF FactNeto NUMERIC AND FactImpuesto NUMERIC
         AND FactTasaImpuesto NUMERIC
      MOVE FactTasaImpuesto TO TasaEditada
      MOVE FactNeto TO NetoEditado
      MOVE FactImpuesto TO ImpuestoEditado
      MOVE NetoEditado TO LcoNeto
      MOVE LineaCopiaNeto TO LineaArmada
      PERFORM EmitirLineaCopia
      MOVE ImpuestoEditado TO LcoImpuesto
      MOVE TasaEditada TO LcoTasa
      MOVE LineaCopiaImpuesto TO LineaArmada
      PERFORM EmitirLineaCopia
   END-IF
   MOVE FactImporte TO LcoTotal
   MOVE LineaCopiaTotal TO LineaArmada
   PERFORM EmitirLineaCopia
   IF FactDevuelta
      MOVE FactDocRelacionado TO LcvNota
      MOVE LineaCopiaDevuelta TO LineaArmada
      PERFORM EmitirLineaCopia
   END-IF
   MOVE '------------------------' TO LineaArmada
   PERFORM EmitirLineaCopia
   IF CopiaImpresa
      CLOSE CopiaFacturaFile
      MOVE 'Copia enviada a COPIAFAC para imprimir.' TO MensajePantalla
   ELSE
      MOVE 'COPIAFAC no está disponible: la copia sólo quedó en pantalla.' TO MensajePantalla
   END-IF.

*> Un renglón de la copia: a la impresora del mostrador y a la página.
EmitirLineaCopia.
   IF CopiaImpresa
      WRITE LineaCopiaFactura FROM LineaArmada
   END-IF
   PERFORM AgregarLineaResultado.
