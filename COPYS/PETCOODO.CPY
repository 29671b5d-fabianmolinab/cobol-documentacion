      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWODO.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWODO.
